      *> The item-on-master check is deliberately left to the multiply
      *> step, which validates recycled records exactly like fresh
      *> transactions - this program has no item master allocated.
      *> Corrections are under dual control: each card names the
      *> operator who prepared it, and a different operator approves
      *> it on the separately keyed approval file (MULTAPV, deck C),
      *> repeating the reject's identity and the corrected values. A
      *> card with no preparer, with no approval matching it exactly,
      *> or approved only by its own preparer is held and reported,
      *> never applied, and its reject carries forward. Each card's
      *> preparation (from the card) and its approval or refusal
      *> (from the approval) is appended to the cumulative
      *> dual-control history (MULTDCLG), as is every approval that
      *> matched no card.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COR-FILE-STATUS.

           SELECT APPROVAL-FILE ASSIGN TO "MULTAPV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APV-FILE-STATUS.

           SELECT MULT-RECYCLE-FILE ASSIGN TO "MULTRCY"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MULT-REPAIR-RPT-FILE ASSIGN TO "MULTRPRT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DUAL-CTL-LOG-FILE ASSIGN TO "MULTDCLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DCL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MULT-REJECT-FILE.
       FD  MULT-CORRECTION-FILE.
       COPY MULTCOR.

       FD  APPROVAL-FILE.
       COPY MULTAPV.

       FD  MULT-RECYCLE-FILE.
       COPY MULTREC.

      *> byte (including the original run date, so aging continues
      *> from the day the reject was first written).
       FD  MULT-REJOUT-FILE.
       01  REJO-REC                    PIC X(89).

       FD  MULT-REPAIR-RPT-FILE.
       01  RPR-PRINT-REC               PIC X(132).

       FD  DUAL-CTL-LOG-FILE.
       COPY MULTDCL.

       WORKING-STORAGE SECTION.
       01  WS-COR-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-DCL-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-APV-FILE-STATUS          PIC XX VALUE SPACES.

       01  WS-EOF-SWITCH               PIC X VALUE "N".
           88  WS-END-OF-FILE               VALUE "Y".
           88  WS-COR-END-OF-FILE           VALUE "Y".
       01  WS-COR-FOUND-SWITCH         PIC X VALUE "N".
           88  WS-COR-FOUND                 VALUE "Y".
       01  WS-APV-EOF-SWITCH           PIC X VALUE "N".
           88  WS-APV-END-OF-FILE           VALUE "Y".
       01  WS-APV-FOUND-SWITCH         PIC X VALUE "N".
           88  WS-APV-FOUND                 VALUE "Y".
       01  WS-VALID-SWITCH             PIC X VALUE "Y".
           88  WS-CORRECTION-VALID          VALUE "Y".
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
       01  WS-TODAY-YYYYMMDD           PIC 9(8).
       01  WS-TODAY-INTEGER            PIC 9(7) VALUE ZEROES.
       01  WS-OUTSTANDING-COUNT        PIC 9(7) VALUE ZEROES.
       01  WS-AGED-COUNT               PIC 9(7) VALUE ZEROES.
       01  WS-UNUSED-COR-COUNT         PIC 9(7) VALUE ZEROES.
       01  WS-HELD-COR-COUNT           PIC 9(7) VALUE ZEROES.
       01  WS-UNUSED-APV-COUNT         PIC 9(7) VALUE ZEROES.

      *> Corrected values pass through this redefined pair so they
      *> can be checked with the same IS NUMERIC tests the multiply
               10  WS-COR-TBL-ORIG-NUM2    PIC X(7).
               10  WS-COR-TBL-NEW-NUM1     PIC X(5).
               10  WS-COR-TBL-NEW-NUM2     PIC X(7).
               10  WS-COR-TBL-PREPARER     PIC X(8).
               10  WS-COR-TBL-USED         PIC X.

      *> Deck C approval table, loaded once in LoadApprovals. USED
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
               10  WS-APV-TBL-ORIG-NUM1    PIC X(5).
               10  WS-APV-TBL-ORIG-NUM2    PIC X(7).
               10  WS-APV-TBL-NEW-NUM1     PIC X(5).
               10  WS-APV-TBL-NEW-NUM2     PIC X(7).
               10  WS-APV-TBL-APPROVER     PIC X(8).
               10  WS-APV-TBL-USED         PIC X.

       COPY MULTRPR.

       PROCEDURE DIVISION.
       RepairRejects.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-SYS-TIME FROM TIME
           MOVE WS-SYS-MM TO WS-MMDDYYYY(1:2)
           MOVE WS-SYS-DD TO WS-MMDDYYYY(3:2)
           MOVE WS-SYS-YYYY TO WS-MMDDYYYY(5:4)
           END-IF

           PERFORM LoadCorrections
           PERFORM LoadApprovals

           OPEN INPUT MULT-REJECT-FILE
           OPEN OUTPUT MULT-RECYCLE-FILE
           OPEN OUTPUT MULT-REJOUT-FILE
           OPEN OUTPUT MULT-REPAIR-RPT-FILE

      *> EXTEND appends to the cumulative history; the very first
      *> card ever logged falls back to OUTPUT to create it.
           OPEN EXTEND DUAL-CTL-LOG-FILE
           IF WS-DCL-FILE-STATUS = "35"
               OPEN OUTPUT DUAL-CTL-LOG-FILE
           END-IF

           MOVE WS-MMDDYYYY TO RPR-HDR-DATE
           MOVE RPR-HEADER-LINE TO RPR-PRINT-REC
           WRITE RPR-PRINT-REC
           END-PERFORM

           PERFORM ReportUnusedCorrections
           PERFORM ReportUnusedApprovals
           PERFORM WriteRepairSummary

           CLOSE MULT-REJECT-FILE
           CLOSE MULT-RECYCLE-FILE
           CLOSE MULT-REJOUT-FILE
           CLOSE MULT-REPAIR-RPT-FILE
           CLOSE DUAL-CTL-LOG-FILE

           IF WS-AGED-COUNT > ZEROES
                   OR WS-HELD-COR-COUNT > ZEROES
                   OR WS-UNUSED-APV-COUNT > ZEROES
               MOVE 4 TO RETURN-CODE
           END-IF

                               WS-COR-TBL-NEW-NUM1 (WS-COR-COUNT)
                           MOVE COR-NEW-NUM2 TO
                               WS-COR-TBL-NEW-NUM2 (WS-COR-COUNT)
                           MOVE COR-PREPARER-ID TO
                               WS-COR-TBL-PREPARER (WS-COR-COUNT)
                           MOVE "N" TO
                               WS-COR-TBL-USED (WS-COR-COUNT)
                   END-READ
               CLOSE MULT-CORRECTION-FILE
           END-IF.

      *> The approval file is optional too - with none, every card
      *> is held as not approved. It carries the approvals for all
      *> three decks; only deck C is loaded here.
       LoadApprovals.
           OPEN INPUT APPROVAL-FILE
           IF WS-APV-FILE-STATUS = "00"
               PERFORM UNTIL WS-APV-END-OF-FILE
                   READ APPROVAL-FILE
                       AT END
                           SET WS-APV-END-OF-FILE TO TRUE
                       NOT AT END
                           IF APV-CORRECTION-DECK
                               PERFORM LoadOneApproval
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPROVAL-FILE
           END-IF.

       LoadOneApproval.
           IF WS-APV-COUNT >= WS-APV-TABLE-MAX
               DISPLAY "APPROVAL FILE EXCEEDS "
                   WS-APV-TABLE-MAX " DECK C ENTRIES - "
                   "INCREASE WS-APV-TABLE-MAX"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-APV-COUNT
           MOVE APV-ITEM-CODE TO WS-APV-TBL-ITEM-CODE (WS-APV-COUNT)
           MOVE APV-DEPT-CODE TO WS-APV-TBL-DEPT-CODE (WS-APV-COUNT)
           MOVE APV-NUM1 TO WS-APV-TBL-ORIG-NUM1 (WS-APV-COUNT)
           MOVE APV-NUM2 TO WS-APV-TBL-ORIG-NUM2 (WS-APV-COUNT)
           MOVE APV-NEW-NUM1 TO WS-APV-TBL-NEW-NUM1 (WS-APV-COUNT)
           MOVE APV-NEW-NUM2 TO WS-APV-TBL-NEW-NUM2 (WS-APV-COUNT)
           MOVE APV-APPROVER-ID TO WS-APV-TBL-APPROVER (WS-APV-COUNT)
           MOVE "N" TO WS-APV-TBL-USED (WS-APV-COUNT).

      *> A reason-06 reject is a reversal that matched no posted
      *> calculation. The Num1/Num2 correction path cannot repair it
      *> - a recycled record re-enters the multiply step as a plain
                   TO WS-NEW-NUM1-X
               MOVE WS-COR-TBL-NEW-NUM2 (WS-COR-SUB)
                   TO WS-NEW-NUM2-X
               MOVE WS-COR-TBL-PREPARER (WS-COR-SUB)
                   TO WS-DUAL-PREPARER-ID
               PERFORM CheckDualControl
               IF WS-DUAL-APPROVED
                   PERFORM ValidateRepairedPair
                   IF WS-CORRECTION-VALID
                       PERFORM WriteRecycleRecord
                   ELSE
                       ADD 1 TO WS-FAILED-COR-COUNT
                       PERFORM CarryRejectForward
                   END-IF
               ELSE
                   ADD 1 TO WS-HELD-COR-COUNT
                   MOVE WS-DUAL-REFUSE-TEXT TO RPR-DTL-DISPOSITION
                   PERFORM CarryRejectForward
               END-IF
               PERFORM WriteCorrectionLog
           ELSE
               MOVE SPACES TO WS-NEW-NUM1-X
               MOVE SPACES TO WS-NEW-NUM2-X
               PERFORM CarryRejectForward
           END-IF.

      *> Dual control: the card at WS-COR-SUB takes effect only
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
                               = WS-COR-TBL-ITEM-CODE (WS-COR-SUB)
                           AND WS-APV-TBL-DEPT-CODE (APV-IDX)
                               = WS-COR-TBL-DEPT-CODE (WS-COR-SUB)
                           AND WS-APV-TBL-ORIG-NUM1 (APV-IDX)
                               = WS-COR-TBL-ORIG-NUM1 (WS-COR-SUB)
                           AND WS-APV-TBL-ORIG-NUM2 (APV-IDX)
                               = WS-COR-TBL-ORIG-NUM2 (WS-COR-SUB)
                           AND WS-APV-TBL-NEW-NUM1 (APV-IDX)
                               = WS-COR-TBL-NEW-NUM1 (WS-COR-SUB)
                           AND WS-APV-TBL-NEW-NUM2 (APV-IDX)
                               = WS-COR-TBL-NEW-NUM2 (WS-COR-SUB)
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
                               = WS-COR-TBL-ITEM-CODE (WS-COR-SUB)
                           AND WS-APV-TBL-DEPT-CODE (APV-IDX)
                               = WS-COR-TBL-DEPT-CODE (WS-COR-SUB)
                           AND WS-APV-TBL-ORIG-NUM1 (APV-IDX)
                               = WS-COR-TBL-ORIG-NUM1 (WS-COR-SUB)
                           AND WS-APV-TBL-ORIG-NUM2 (APV-IDX)
                               = WS-COR-TBL-ORIG-NUM2 (WS-COR-SUB)
                           AND WS-APV-TBL-NEW-NUM1 (APV-IDX)
                               = WS-COR-TBL-NEW-NUM1 (WS-COR-SUB)
                           AND WS-APV-TBL-NEW-NUM2 (APV-IDX)
                               = WS-COR-TBL-NEW-NUM2 (WS-COR-SUB)
                           AND WS-APV-TBL-APPROVER (APV-IDX)
                               = WS-DUAL-PREPARER-ID
                           AND WS-APV-TBL-USED (APV-IDX) NOT = "Y"
                       MOVE "Y" TO WS-APV-FOUND-SWITCH
                       SET WS-APV-SUB TO APV-IDX
               END-SEARCH
           END-IF.

      *> Logs the correction at WS-COR-SUB: one P record from the
      *> card for the preparer, then an A record from the approval
      *> for the approver, or an R record with the refusal reason
      *> (from the approval when one matched, otherwise from the
      *> card with no operator). The card's disposition is on the
      *> report detail line.
       WriteCorrectionLog.
           SET DCL-CORRECTION-DECK TO TRUE
           MOVE WS-SYS-DATE TO DCL-DATE
           MOVE WS-SYS-TIME TO DCL-TIME
           MOVE WS-COR-TBL-ITEM-CODE (WS-COR-SUB) TO DCL-ITEM-CODE
           MOVE WS-COR-TBL-DEPT-CODE (WS-COR-SUB) TO DCL-DEPT-CODE
           MOVE WS-COR-TBL-ORIG-NUM1 (WS-COR-SUB) TO DCL-NUM1
           MOVE WS-COR-TBL-ORIG-NUM2 (WS-COR-SUB) TO DCL-NUM2
           MOVE WS-COR-TBL-NEW-NUM1 (WS-COR-SUB) TO DCL-NEW-NUM1
           MOVE WS-COR-TBL-NEW-NUM2 (WS-COR-SUB) TO DCL-NEW-NUM2
           MOVE SPACE TO DCL-ACTION

           SET DCL-PREPARED TO TRUE
           MOVE WS-DUAL-PREPARER-ID TO DCL-OPERATOR-ID
           MOVE RPR-DTL-DISPOSITION TO DCL-OUTCOME
           WRITE MULT-DUAL-CTL-REC

           IF WS-APV-FOUND
               PERFORM MoveApprovalToLog
           ELSE
               MOVE SPACES TO DCL-OPERATOR-ID
           END-IF
           IF WS-DUAL-APPROVED
               SET DCL-APPROVED TO TRUE
               MOVE RPR-DTL-DISPOSITION TO DCL-OUTCOME
           ELSE
               SET DCL-REFUSED TO TRUE
               MOVE WS-DUAL-REFUSE-TEXT TO DCL-OUTCOME
           END-IF
           WRITE MULT-DUAL-CTL-REC.

       MoveApprovalToLog.
           MOVE WS-APV-TBL-APPROVER (WS-APV-SUB) TO DCL-OPERATOR-ID
           MOVE WS-APV-TBL-ITEM-CODE (WS-APV-SUB) TO DCL-ITEM-CODE
           MOVE WS-APV-TBL-DEPT-CODE (WS-APV-SUB) TO DCL-DEPT-CODE
           MOVE WS-APV-TBL-ORIG-NUM1 (WS-APV-SUB) TO DCL-NUM1
           MOVE WS-APV-TBL-ORIG-NUM2 (WS-APV-SUB) TO DCL-NUM2
           MOVE WS-APV-TBL-NEW-NUM1 (WS-APV-SUB) TO DCL-NEW-NUM1
           MOVE WS-APV-TBL-NEW-NUM2 (WS-APV-SUB) TO DCL-NEW-NUM2
           MOVE SPACE TO DCL-ACTION.

       FindCorrection.
           MOVE "N" TO WS-COR-FOUND-SWITCH
           IF WS-COR-COUNT > ZEROES
           MOVE MULT-REJ-DEPT-CODE TO MULT-DEPT-CODE
           MOVE WS-NEW-NUM1-9 TO MULT-NUM1
           MOVE WS-NEW-NUM2-9 TO MULT-NUM2
           MOVE MULT-REJ-CURRENCY TO MULT-DTL-CURRENCY
           WRITE MULT-TRANS-REC
           ADD 1 TO WS-REPAIRED-COUNT
           MOVE "REPAIRED - RECYCLED" TO RPR-DTL-DISPOSITION
                           TO RPR-DTL-DISPOSITION
                       MOVE RPR-DETAIL-LINE TO RPR-PRINT-REC
                       WRITE RPR-PRINT-REC
                       SET WS-COR-SUB TO COR-IDX
                       MOVE WS-COR-TBL-PREPARER (COR-IDX)
                           TO WS-DUAL-PREPARER-ID
                       PERFORM CheckDualControl
                       PERFORM WriteCorrectionLog
                   END-IF
               END-PERFORM
           END-IF.

      *> An approval that matched no card authorizes values nobody
      *> submitted - typically a card altered after it was approved.
      *> Every one is listed and logged as a U record.
       ReportUnusedApprovals.
           IF WS-APV-COUNT > ZEROES
               PERFORM VARYING APV-IDX FROM 1 BY 1
                       UNTIL APV-IDX > WS-APV-COUNT
                   IF WS-APV-TBL-USED (APV-IDX) NOT = "Y"
                       ADD 1 TO WS-UNUSED-APV-COUNT
                       MOVE WS-APV-TBL-ITEM-CODE (APV-IDX)
                           TO RPR-DTL-ITEM-CODE
                       MOVE WS-APV-TBL-DEPT-CODE (APV-IDX)
                           TO RPR-DTL-DEPT-CODE
                       MOVE WS-APV-TBL-ORIG-NUM1 (APV-IDX)
                           TO RPR-DTL-ORIG-NUM1
                       MOVE WS-APV-TBL-ORIG-NUM2 (APV-IDX)
                           TO RPR-DTL-ORIG-NUM2
                       MOVE WS-APV-TBL-NEW-NUM1 (APV-IDX)
                           TO RPR-DTL-NEW-NUM1
                       MOVE WS-APV-TBL-NEW-NUM2 (APV-IDX)
                           TO RPR-DTL-NEW-NUM2
                       MOVE ZEROES TO RPR-DTL-AGE-DAYS
                       MOVE "APPROVAL MATCHED NO CARD"
                           TO RPR-DTL-DISPOSITION
                       MOVE RPR-DETAIL-LINE TO RPR-PRINT-REC
                       WRITE RPR-PRINT-REC
                       SET WS-APV-SUB TO APV-IDX
                       SET DCL-CORRECTION-DECK TO TRUE
                       MOVE WS-SYS-DATE TO DCL-DATE
                       MOVE WS-SYS-TIME TO DCL-TIME
                       PERFORM MoveApprovalToLog
                       SET DCL-APPROVAL-UNUSED TO TRUE
                       MOVE RPR-DTL-DISPOSITION TO DCL-OUTCOME
                       WRITE MULT-DUAL-CTL-REC
                   END-IF
               END-PERFORM
           END-IF.
           MOVE RPR-SUMMARY-LINE TO RPR-PRINT-REC
           WRITE RPR-PRINT-REC

           MOVE SPACES TO RPR-SUMMARY-LINE
           MOVE "CORRECTIONS HELD - NOT DUAL APPROVED:"
               TO RPR-SUM-LABEL
           MOVE WS-HELD-COR-COUNT TO RPR-SUM-VALUE
           MOVE RPR-SUMMARY-LINE TO RPR-PRINT-REC
           WRITE RPR-PRINT-REC

           MOVE SPACES TO RPR-SUMMARY-LINE
           MOVE "APPROVALS MATCHING NO CARD:" TO RPR-SUM-LABEL
           MOVE WS-UNUSED-APV-COUNT TO RPR-SUM-VALUE
           MOVE RPR-SUMMARY-LINE TO RPR-PRINT-REC
           WRITE RPR-PRINT-REC

           MOVE SPACES TO RPR-SUMMARY-LINE
           MOVE "REPAIR AGE LIMIT (DAYS):" TO RPR-SUM-LABEL
           MOVE WS-AGE-LIMIT-DAYS TO RPR-SUM-VALUE
