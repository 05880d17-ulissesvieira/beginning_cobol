       IDENTIFICATION DIVISION.
       PROGRAM-ID. MultBudgetMaint.
      *> Maintains the department budget file (MULTBDGT) - the
      *> monthly budget amount and warning percentage per cost
      *> center - from operator request cards, in the spirit of
      *> MultItemMaint: add, change and delete requests are
      *> validated (amount, warning percentage, duplicate and
      *> unknown departments - judged in deck order against the
      *> budget file as amended by the clean cards before them),
      *> and a bad card fails the whole run loudly with return code
      *> 8 and nothing applied. A budget can only be added for a
      *> department on the department master, read by key from
      *> its keyed copy (MULTDPTK), so the
      *> budget report never plans against a cost center the
      *> multiply step would reject. Every applied request is logged
      *> to the cumulative MULTBCHG change-history dataset (who,
      *> when, action, old and new amount and warning percentage).
      *> Reads the current budget generation (MULTBGTI) and writes
      *> the refreshed generation (MULTBGTO). EVERY termination path
      *> that ends the step normally writes MULTBGTO - a refused
      *> deck (return code 8) and the table overflow stops (16)
      *> copy the current generation through unchanged - because
      *> the new generation is cataloged on a normal nonzero-RC end
      *> either way, and an empty budget file would report every
      *> department as unbudgeted.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-REQUEST-FILE ASSIGN TO "MULTBREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-FILE-STATUS.

           SELECT MULT-BGTI-FILE ASSIGN TO "MULTBGTI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BGTI-FILE-STATUS.

           SELECT MULT-BGTO-FILE ASSIGN TO "MULTBGTO"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MULT-DEPT-FILE ASSIGN TO "MULTDPTK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS WS-DEPT-FILE-STATUS.

           SELECT BUDGET-CHANGE-FILE ASSIGN TO "MULTBCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BCG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-REQUEST-FILE.
       COPY MULTBRQ.

       FD  MULT-BGTI-FILE.
       COPY MULTBGT.

      *> The refreshed budget file is a separate FD because the
      *> input and output generations are open at the same time
      *> during the overflow salvage; both use the MULTBGT layout -
      *> the length here must track that copybook.
       FD  MULT-BGTO-FILE.
       01  BGTO-REC                    PIC X(18).

       FD  MULT-DEPT-FILE.
       COPY MULTDPT.

       FD  BUDGET-CHANGE-FILE.
       COPY MULTBCG.

       WORKING-STORAGE SECTION.
       01  WS-REQ-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-BGTI-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-DEPT-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-BCG-FILE-STATUS          PIC XX VALUE SPACES.

       01  WS-REQ-EOF-SWITCH           PIC X VALUE "N".
           88  WS-REQ-END-OF-FILE           VALUE "Y".
       01  WS-BGT-EOF-SWITCH           PIC X VALUE "N".
           88  WS-BGT-END-OF-FILE           VALUE "Y".
       01  WS-DEPT-OPEN-SWITCH         PIC X VALUE "N".
           88  WS-DEPT-OPEN                 VALUE "Y".
       01  WS-ERROR-SWITCH             PIC X VALUE "N".
           88  WS-REQUEST-IN-ERROR          VALUE "Y".
       01  WS-CARD-ERR-SWITCH          PIC X VALUE "N".
           88  WS-CARD-IN-ERROR             VALUE "Y".
       01  WS-DEPT-FOUND-SWITCH        PIC X VALUE "N".
           88  WS-DEPT-ON-MASTER            VALUE "Y".

       01  WS-SYS-DATE.
           05  WS-SYS-YYYY             PIC 9(4).
           05  WS-SYS-MM               PIC 99.
           05  WS-SYS-DD               PIC 99.
       01  WS-SYS-TIME                 PIC 9(8).

       01  WS-ADDED-COUNT              PIC 9(5) VALUE ZEROES.
       01  WS-CHANGED-COUNT            PIC 9(5) VALUE ZEROES.
       01  WS-DELETED-COUNT            PIC 9(5) VALUE ZEROES.

      *> The amount and percentage pass through these redefined
      *> views so they can be checked with the same IS NUMERIC test
      *> the rest of the system applies.
       01  WS-AMOUNT-X                 PIC X(11).
       01  WS-AMOUNT-9 REDEFINES WS-AMOUNT-X
                                       PIC 9(9)V99.
       01  WS-PCT-X                    PIC X(3).
       01  WS-PCT-9 REDEFINES WS-PCT-X PIC 9(3).

      *> Budget records are written FROM working storage - the
      *> length must track the MULTBGT copybook.
       01  WS-NEW-BUDGET-REC.
           05  WS-NEW-DEPT-CODE        PIC X(4).
           05  WS-NEW-MONTHLY-AMOUNT   PIC 9(9)V99.
           05  WS-NEW-WARN-PCT         PIC 9(3).

      *> Operator request table, loaded once in LoadRequests. All
      *> cards are validated - in deck order, each clean card's
      *> effect folded into the in-storage budget file before the
      *> next card is judged - before any output is written. The
      *> OLD/NEW amounts and percentages are resolved during that
      *> fold and replayed onto the change history when the deck
      *> applies.
       01  WS-REQ-SUB                  PIC 9(3) VALUE ZEROES.
       01  WS-REQ-TABLE-MAX            PIC 9(3) VALUE 200.
       01  WS-REQ-COUNT                PIC 9(3) VALUE ZEROES.
       01  WS-REQ-TABLE.
           05  WS-REQ-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-REQ-COUNT
                   INDEXED BY REQ-IDX.
               10  WS-REQ-TBL-OPERATOR     PIC X(8).
               10  WS-REQ-TBL-ACTION       PIC X.
               10  WS-REQ-TBL-DEPT-CODE    PIC X(4).
               10  WS-REQ-TBL-AMOUNT       PIC X(11).
               10  WS-REQ-TBL-WARN-PCT     PIC X(3).
               10  WS-REQ-TBL-OLD-AMOUNT   PIC 9(9)V99.
               10  WS-REQ-TBL-OLD-PCT      PIC 9(3).
               10  WS-REQ-TBL-NEW-AMOUNT   PIC 9(9)V99.
               10  WS-REQ-TBL-NEW-PCT      PIC 9(3).

      *> In-storage image of the current budget file, used to
      *> validate the requests and to write the refreshed
      *> generation. A clean add appends an entry, a change rewrites
      *> its entry in place and a delete marks it D - deleted
      *> entries are skipped by the lookup (so a delete followed by
      *> a re-add in one deck passes) and by the write-forward.
       01  WS-FOUND-SUB                PIC 9(3) VALUE ZEROES.
       01  WS-SEARCH-DEPT-CODE         PIC X(4) VALUE SPACES.
       01  WS-BGT-TABLE-MAX            PIC 9(3) VALUE 100.
       01  WS-BGT-COUNT                PIC 9(3) VALUE ZEROES.
       01  WS-BGT-TABLE.
           05  WS-BGT-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-BGT-COUNT
                   INDEXED BY BGT-IDX.
               10  WS-BGT-TBL-DEPT-CODE    PIC X(4).
               10  WS-BGT-TBL-AMOUNT       PIC 9(9)V99.
               10  WS-BGT-TBL-WARN-PCT     PIC 9(3).
               10  WS-BGT-TBL-STATUS       PIC X.

       PROCEDURE DIVISION.
       MaintainBudgets.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-SYS-TIME FROM TIME

      *> The budget file loads first so every stop path after it can
      *> still cut the unchanged generation.
           PERFORM LoadCurrentBudgets
           PERFORM LoadRequests
           PERFORM OpenDeptMaster
           PERFORM ValidateRequests
           PERFORM CloseDeptMaster

           IF WS-REQUEST-IN-ERROR
               DISPLAY "DEPARTMENT BUDGETS NOT UPDATED - "
                   "CORRECT THE REQUEST CARDS AND RESUBMIT"
               PERFORM CopyBudgetsThrough
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT MULT-BGTO-FILE
           PERFORM WriteBudgetsForward
           CLOSE MULT-BGTO-FILE

           OPEN EXTEND BUDGET-CHANGE-FILE
           IF WS-BCG-FILE-STATUS = "35"
               OPEN OUTPUT BUDGET-CHANGE-FILE
           END-IF

           PERFORM VARYING WS-REQ-SUB FROM 1 BY 1
                   UNTIL WS-REQ-SUB > WS-REQ-COUNT
               PERFORM ApplyOneRequest
           END-PERFORM

           CLOSE BUDGET-CHANGE-FILE

           DISPLAY "DEPARTMENT BUDGETS UPDATED - ADDED: "
               WS-ADDED-COUNT
               " CHANGED: " WS-CHANGED-COUNT
               " DELETED: " WS-DELETED-COUNT

           STOP RUN.

       LoadRequests.
           OPEN INPUT BUDGET-REQUEST-FILE
           IF WS-REQ-FILE-STATUS = "00"
               PERFORM UNTIL WS-REQ-END-OF-FILE
                   READ BUDGET-REQUEST-FILE
                       AT END
                           SET WS-REQ-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM LoadOneRequest
                   END-READ
               END-PERFORM
               CLOSE BUDGET-REQUEST-FILE
           END-IF
           IF WS-REQ-COUNT = ZEROES
               DISPLAY "NO BUDGET MAINTENANCE REQUESTS SUPPLIED"
               PERFORM CopyBudgetsThrough
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LoadOneRequest.
           IF WS-REQ-COUNT >= WS-REQ-TABLE-MAX
               DISPLAY "REQUEST FILE EXCEEDS " WS-REQ-TABLE-MAX
                   " CARDS - INCREASE WS-REQ-TABLE-MAX"
               CLOSE BUDGET-REQUEST-FILE
               PERFORM CopyBudgetsThrough
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-REQ-COUNT
           MOVE BRQ-OPERATOR-ID
               TO WS-REQ-TBL-OPERATOR (WS-REQ-COUNT)
           MOVE BRQ-ACTION TO WS-REQ-TBL-ACTION (WS-REQ-COUNT)
           MOVE BRQ-DEPT-CODE TO WS-REQ-TBL-DEPT-CODE (WS-REQ-COUNT)
           MOVE BRQ-MONTHLY-AMOUNT
               TO WS-REQ-TBL-AMOUNT (WS-REQ-COUNT)
           MOVE BRQ-WARN-PCT TO WS-REQ-TBL-WARN-PCT (WS-REQ-COUNT)
           MOVE ZEROES TO WS-REQ-TBL-OLD-AMOUNT (WS-REQ-COUNT)
           MOVE ZEROES TO WS-REQ-TBL-OLD-PCT (WS-REQ-COUNT)
           MOVE ZEROES TO WS-REQ-TBL-NEW-AMOUNT (WS-REQ-COUNT)
           MOVE ZEROES TO WS-REQ-TBL-NEW-PCT (WS-REQ-COUNT).

      *> The current budget file is optional only for the very first
      *> run that creates it.
       LoadCurrentBudgets.
           OPEN INPUT MULT-BGTI-FILE
           IF WS-BGTI-FILE-STATUS = "00"
               PERFORM UNTIL WS-BGT-END-OF-FILE
                   READ MULT-BGTI-FILE
                       AT END
                           SET WS-BGT-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM LoadOneBudgetRecord
                   END-READ
               END-PERFORM
               CLOSE MULT-BGTI-FILE
           END-IF.

       LoadOneBudgetRecord.
           IF WS-BGT-COUNT >= WS-BGT-TABLE-MAX
               DISPLAY "DEPARTMENT BUDGET FILE EXCEEDS "
                   WS-BGT-TABLE-MAX
                   " ENTRIES - INCREASE WS-BGT-TABLE-MAX"
               CLOSE MULT-BGTI-FILE
               PERFORM CopyBudgetsThrough
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-BGT-COUNT
           MOVE BGT-DEPT-CODE TO WS-BGT-TBL-DEPT-CODE (WS-BGT-COUNT)
           MOVE BGT-MONTHLY-AMOUNT TO WS-BGT-TBL-AMOUNT (WS-BGT-COUNT)
           MOVE BGT-WARN-PCT TO WS-BGT-TBL-WARN-PCT (WS-BGT-COUNT)
           MOVE "A" TO WS-BGT-TBL-STATUS (WS-BGT-COUNT).

      *> A missing department master leaves every add refused as
      *> an unknown department.
       OpenDeptMaster.
           OPEN INPUT MULT-DEPT-FILE
           IF WS-DEPT-FILE-STATUS = "00"
               SET WS-DEPT-OPEN TO TRUE
           ELSE
               DISPLAY "DEPARTMENT MASTER NOT AVAILABLE - STATUS "
                   WS-DEPT-FILE-STATUS
           END-IF.

       CloseDeptMaster.
           IF WS-DEPT-OPEN
               CLOSE MULT-DEPT-FILE
               MOVE "N" TO WS-DEPT-OPEN-SWITCH
           END-IF.

       ValidateRequests.
           PERFORM VARYING WS-REQ-SUB FROM 1 BY 1
                   UNTIL WS-REQ-SUB > WS-REQ-COUNT
               PERFORM ValidateOneRequest
           END-PERFORM.

      *> Same posture as MultItemMaint: the budget report has no
      *> defaults to fall back on for a bad budget line. An add and
      *> a change must carry a numeric amount and a warning
      *> percentage from 001 to 100; an add must name a department
      *> on the department master.
       ValidateOneRequest.
           MOVE "N" TO WS-CARD-ERR-SWITCH
           IF WS-REQ-TBL-OPERATOR (WS-REQ-SUB) = SPACES
               DISPLAY "CARD " WS-REQ-SUB
                   " - OPERATOR ID IS MISSING"
               SET WS-REQUEST-IN-ERROR TO TRUE
               SET WS-CARD-IN-ERROR TO TRUE
           END-IF
           IF WS-REQ-TBL-ACTION (WS-REQ-SUB) NOT = "A"
                   AND WS-REQ-TBL-ACTION (WS-REQ-SUB) NOT = "C"
                   AND WS-REQ-TBL-ACTION (WS-REQ-SUB) NOT = "D"
               DISPLAY "CARD " WS-REQ-SUB " - ACTION INVALID: "
                   WS-REQ-TBL-ACTION (WS-REQ-SUB)
                   " (MUST BE A, C OR D)"
               SET WS-REQUEST-IN-ERROR TO TRUE
               SET WS-CARD-IN-ERROR TO TRUE
           END-IF
           IF WS-REQ-TBL-DEPT-CODE (WS-REQ-SUB) = SPACES
               DISPLAY "CARD " WS-REQ-SUB
                   " - DEPARTMENT CODE IS MISSING"
               SET WS-REQUEST-IN-ERROR TO TRUE
               SET WS-CARD-IN-ERROR TO TRUE
           END-IF
           IF WS-REQ-TBL-ACTION (WS-REQ-SUB) = "A"
                   OR WS-REQ-TBL-ACTION (WS-REQ-SUB) = "C"
               MOVE WS-REQ-TBL-AMOUNT (WS-REQ-SUB) TO WS-AMOUNT-X
               IF WS-AMOUNT-9 IS NOT NUMERIC
                   DISPLAY "CARD " WS-REQ-SUB
                       " - MONTHLY AMOUNT INVALID: " WS-AMOUNT-X
                       " (ELEVEN DIGITS, TWO IMPLIED DECIMALS)"
                   SET WS-REQUEST-IN-ERROR TO TRUE
                   SET WS-CARD-IN-ERROR TO TRUE
               END-IF
               MOVE WS-REQ-TBL-WARN-PCT (WS-REQ-SUB) TO WS-PCT-X
               IF WS-PCT-9 IS NOT NUMERIC
                   DISPLAY "CARD " WS-REQ-SUB
                       " - WARNING PERCENT INVALID: " WS-PCT-X
                       " (MUST BE 001 TO 100)"
                   SET WS-REQUEST-IN-ERROR TO TRUE
                   SET WS-CARD-IN-ERROR TO TRUE
               ELSE
                   IF WS-PCT-9 = ZEROES OR WS-PCT-9 > 100
                       DISPLAY "CARD " WS-REQ-SUB
                           " - WARNING PERCENT INVALID: " WS-PCT-X
                           " (MUST BE 001 TO 100)"
                       SET WS-REQUEST-IN-ERROR TO TRUE
                       SET WS-CARD-IN-ERROR TO TRUE
                   END-IF
               END-IF
           END-IF
           MOVE WS-REQ-TBL-DEPT-CODE (WS-REQ-SUB)
               TO WS-SEARCH-DEPT-CODE
           PERFORM FindBudgetEntry
           EVALUATE WS-REQ-TBL-ACTION (WS-REQ-SUB)
               WHEN "A"
                   IF WS-FOUND-SUB > ZEROES
                       DISPLAY "CARD " WS-REQ-SUB
                           " - DUPLICATE DEPARTMENT: "
                           WS-SEARCH-DEPT-CODE
                           " ALREADY HAS A BUDGET"
                       SET WS-REQUEST-IN-ERROR TO TRUE
                       SET WS-CARD-IN-ERROR TO TRUE
                   END-IF
                   PERFORM FindDeptOnMaster
                   IF NOT WS-DEPT-ON-MASTER
                       DISPLAY "CARD " WS-REQ-SUB
                           " - DEPARTMENT NOT ON THE DEPARTMENT "
                           "MASTER: " WS-SEARCH-DEPT-CODE
                       SET WS-REQUEST-IN-ERROR TO TRUE
                       SET WS-CARD-IN-ERROR TO TRUE
                   END-IF
               WHEN "C"
               WHEN "D"
                   IF WS-FOUND-SUB = ZEROES
                       DISPLAY "CARD " WS-REQ-SUB
                           " - DEPARTMENT HAS NO BUDGET: "
                           WS-SEARCH-DEPT-CODE
                       SET WS-REQUEST-IN-ERROR TO TRUE
                       SET WS-CARD-IN-ERROR TO TRUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF NOT WS-CARD-IN-ERROR
               PERFORM FoldOneRequest
           END-IF.

      *> A clean card is resolved here, during validation: the old
      *> and new amount and percentage are captured for the change
      *> history and the in-storage budget file is amended so later
      *> cards in the deck are judged against it. Nothing is
      *> written.
       FoldOneRequest.
           IF WS-FOUND-SUB > ZEROES
               MOVE WS-BGT-TBL-AMOUNT (WS-FOUND-SUB)
                   TO WS-REQ-TBL-OLD-AMOUNT (WS-REQ-SUB)
               MOVE WS-BGT-TBL-WARN-PCT (WS-FOUND-SUB)
                   TO WS-REQ-TBL-OLD-PCT (WS-REQ-SUB)
           END-IF
           MOVE WS-REQ-TBL-AMOUNT (WS-REQ-SUB) TO WS-AMOUNT-X
           MOVE WS-REQ-TBL-WARN-PCT (WS-REQ-SUB) TO WS-PCT-X
           EVALUATE WS-REQ-TBL-ACTION (WS-REQ-SUB)
               WHEN "A"
                   IF WS-BGT-COUNT >= WS-BGT-TABLE-MAX
                       DISPLAY "DEPARTMENT BUDGET FILE EXCEEDS "
                           WS-BGT-TABLE-MAX
                           " ENTRIES - INCREASE WS-BGT-TABLE-MAX"
                       PERFORM CloseDeptMaster
                       PERFORM CopyBudgetsThrough
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-BGT-COUNT
                   MOVE WS-SEARCH-DEPT-CODE
                       TO WS-BGT-TBL-DEPT-CODE (WS-BGT-COUNT)
                   MOVE WS-AMOUNT-9
                       TO WS-BGT-TBL-AMOUNT (WS-BGT-COUNT)
                   MOVE WS-PCT-9 TO WS-BGT-TBL-WARN-PCT (WS-BGT-COUNT)
                   MOVE "A" TO WS-BGT-TBL-STATUS (WS-BGT-COUNT)
                   MOVE WS-AMOUNT-9
                       TO WS-REQ-TBL-NEW-AMOUNT (WS-REQ-SUB)
                   MOVE WS-PCT-9 TO WS-REQ-TBL-NEW-PCT (WS-REQ-SUB)
                   ADD 1 TO WS-ADDED-COUNT
               WHEN "C"
                   MOVE WS-AMOUNT-9
                       TO WS-BGT-TBL-AMOUNT (WS-FOUND-SUB)
                   MOVE WS-PCT-9 TO WS-BGT-TBL-WARN-PCT (WS-FOUND-SUB)
                   MOVE WS-AMOUNT-9
                       TO WS-REQ-TBL-NEW-AMOUNT (WS-REQ-SUB)
                   MOVE WS-PCT-9 TO WS-REQ-TBL-NEW-PCT (WS-REQ-SUB)
                   ADD 1 TO WS-CHANGED-COUNT
               WHEN "D"
                   MOVE "D" TO WS-BGT-TBL-STATUS (WS-FOUND-SUB)
                   ADD 1 TO WS-DELETED-COUNT
           END-EVALUATE.

      *> Live (not deleted) budget entry for the department, if any.
       FindBudgetEntry.
           MOVE ZEROES TO WS-FOUND-SUB
           PERFORM VARYING BGT-IDX FROM 1 BY 1
                   UNTIL BGT-IDX > WS-BGT-COUNT
               IF WS-BGT-TBL-DEPT-CODE (BGT-IDX)
                       = WS-SEARCH-DEPT-CODE
                       AND WS-BGT-TBL-STATUS (BGT-IDX) NOT = "D"
                   SET WS-FOUND-SUB TO BGT-IDX
               END-IF
           END-PERFORM.

       FindDeptOnMaster.
           MOVE "N" TO WS-DEPT-FOUND-SWITCH
           IF WS-DEPT-OPEN
               MOVE WS-SEARCH-DEPT-CODE TO DEPT-CODE
               READ MULT-DEPT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-DEPT-ON-MASTER TO TRUE
               END-READ
           END-IF.

       WriteBudgetsForward.
           PERFORM VARYING BGT-IDX FROM 1 BY 1
                   UNTIL BGT-IDX > WS-BGT-COUNT
               IF WS-BGT-TBL-STATUS (BGT-IDX) NOT = "D"
                   MOVE WS-BGT-TBL-DEPT-CODE (BGT-IDX)
                       TO WS-NEW-DEPT-CODE
                   MOVE WS-BGT-TBL-AMOUNT (BGT-IDX)
                       TO WS-NEW-MONTHLY-AMOUNT
                   MOVE WS-BGT-TBL-WARN-PCT (BGT-IDX)
                       TO WS-NEW-WARN-PCT
                   WRITE BGTO-REC FROM WS-NEW-BUDGET-REC
               END-IF
           END-PERFORM.

      *> By apply time the refreshed budget file has already been
      *> written whole - all that remains per request is its
      *> change-history record, replayed from the old/new values
      *> captured during the fold.
       ApplyOneRequest.
           MOVE WS-SYS-DATE TO BCG-DATE
           MOVE WS-SYS-TIME TO BCG-TIME
           MOVE WS-REQ-TBL-OPERATOR (WS-REQ-SUB) TO BCG-OPERATOR-ID
           MOVE WS-REQ-TBL-ACTION (WS-REQ-SUB) TO BCG-ACTION
           MOVE WS-REQ-TBL-DEPT-CODE (WS-REQ-SUB) TO BCG-DEPT-CODE
           MOVE WS-REQ-TBL-OLD-AMOUNT (WS-REQ-SUB) TO BCG-OLD-AMOUNT
           MOVE WS-REQ-TBL-OLD-PCT (WS-REQ-SUB) TO BCG-OLD-WARN-PCT
           MOVE WS-REQ-TBL-NEW-AMOUNT (WS-REQ-SUB) TO BCG-NEW-AMOUNT
           MOVE WS-REQ-TBL-NEW-PCT (WS-REQ-SUB) TO BCG-NEW-WARN-PCT
           WRITE BUDGET-CHANGE-REC.

      *> Cut the new generation as a straight copy of the current
      *> one - a refused deck or an overflow stop still catalogs a
      *> usable budget file. Changes and deletes are folded in
      *> place, so the in-storage table cannot stand in for the
      *> unchanged file; the input generation is re-read instead.
       CopyBudgetsThrough.
           OPEN OUTPUT MULT-BGTO-FILE
           MOVE "N" TO WS-BGT-EOF-SWITCH
           OPEN INPUT MULT-BGTI-FILE
           IF WS-BGTI-FILE-STATUS = "00"
               PERFORM UNTIL WS-BGT-END-OF-FILE
                   READ MULT-BGTI-FILE
                       AT END
                           SET WS-BGT-END-OF-FILE TO TRUE
                       NOT AT END
                           WRITE BGTO-REC FROM DEPT-BUDGET-REC
                   END-READ
               END-PERFORM
               CLOSE MULT-BGTI-FILE
           END-IF
           CLOSE MULT-BGTO-FILE.

       END PROGRAM MultBudgetMaint.
