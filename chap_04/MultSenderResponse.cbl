       IDENTIFICATION DIVISION.
       PROGRAM-ID. MultSenderResponse.
      *> Writes one response file per sending system telling it what
      *> the night's multiply run did with every batch it sent, so
      *> the sender can correct and retransmit at source instead of
      *> waiting for our operators to phone. Runs after the multiply
      *> step against the same run's batch verdict file (MULTBATV),
      *> reject file (MULTREJ), suspense file (MULTSUSP) and
      *> outlier hold file (MULTHOLD). For each batch the sender's
      *> file carries the accepted/refused verdict and reason, the
      *> proved count and hash against what the trailer declared,
      *> every rejected detail with its reject reason code and text,
      *> every suspended duplicate, every detail held as out of
      *> tolerance, and the batch's outcome totals. Every record
      *> echoes the batch header's transmission sequence number and
      *> the run's processing cycle - the record layout is MULTRSP.
      *> Each sender's file is allocated to the DD named by its
      *> eight-character system id (MULT-HDR-SYSTEM-ID) - one DD per
      *> sending system the installation receives from, added to
      *> the JCL when a sender is onboarded, the same convention the
      *> department report burst uses for its MULB DDs. Rejects of
      *> recycled records (system RECYCLE, batch zero) are ours to
      *> repair and are not returned to any sender; holds of
      *> recycled records are skipped the same way. A reject,
      *> suspend or hold naming a batch the verdict file does not
      *> carry is
      *> counted and reported, and ends the job with return code 4.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MULT-BATV-FILE ASSIGN TO "MULTBATV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATV-FILE-STATUS.

           SELECT MULT-REJECT-FILE ASSIGN TO "MULTREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-FILE-STATUS.

           SELECT MULT-SUSP-FILE ASSIGN TO "MULTSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-FILE-STATUS.

           SELECT MULT-HOLD-FILE ASSIGN TO "MULTHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.

           SELECT MULT-RESP-FILE ASSIGN TO WS-RESP-DDNAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MULT-BATV-FILE.
       COPY MULTBVD.

       FD  MULT-REJECT-FILE.
       COPY MULTREJ.

       FD  MULT-SUSP-FILE.
       COPY MULTSUS.

       FD  MULT-HOLD-FILE.
       COPY MULTHLD.

       FD  MULT-RESP-FILE.
       COPY MULTRSP.

       WORKING-STORAGE SECTION.
       01  WS-BATV-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-REJ-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-SUSP-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-HOLD-FILE-STATUS         PIC XX VALUE SPACES.

       01  WS-EOF-SWITCH               PIC X VALUE "N".
           88  WS-END-OF-FILE               VALUE "Y".

      *> The DD the current sender's response writes to: the
      *> sender's own system id.
       01  WS-RESP-DDNAME              PIC X(8) VALUE SPACES.

       01  WS-CUR-SYSTEM-ID            PIC X(8) VALUE SPACES.
       01  WS-BATCH-SUB                PIC 9(3) VALUE ZEROES.

       01  WS-BATCH-REJECT-COUNT       PIC 9(7) VALUE ZEROES.
       01  WS-BATCH-SUSPEND-COUNT      PIC 9(7) VALUE ZEROES.
       01  WS-BATCH-HELD-COUNT         PIC 9(7) VALUE ZEROES.
       01  WS-BATCH-ACCEPT-COUNT       PIC S9(9) VALUE ZEROES.

       01  WS-RESPONSE-COUNT           PIC 9(3) VALUE ZEROES.
       01  WS-RECYCLE-SKIP-COUNT       PIC 9(7) VALUE ZEROES.
       01  WS-UNMATCHED-COUNT          PIC 9(7) VALUE ZEROES.

      *> The run's batches, loaded from the verdict file in MULTIN
      *> order. The multiply step stops at the same ceiling, so a
      *> verdict file bigger than the table cannot occur; it is a
      *> hard stop all the same rather than a silent short response.
      *> Each entry holds the verdict record whole - the length here
      *> must track MULTBVD.
       01  WS-BATCH-TABLE-MAX          PIC 9(3) VALUE 20.
       01  WS-BATCH-COUNT              PIC 9(3) VALUE ZEROES.
       01  WS-BATCH-TABLE.
           05  WS-BATCH-ENTRY OCCURS 1 TO 20 TIMES
                   DEPENDING ON WS-BATCH-COUNT
                   INDEXED BY BAT-IDX.
               10  WS-BAT-VERDICT          PIC X(130).
               10  WS-BAT-DONE             PIC X.

       PROCEDURE DIVISION.
       RespondToSenders.
           PERFORM LoadBatchVerdicts
           PERFORM CountUnmatchedOutcomes

      *> One response per distinct sender, in order of its first
      *> batch on MULTIN; all of a sender's batches go in its file.
           PERFORM VARYING WS-BATCH-SUB FROM 1 BY 1
                   UNTIL WS-BATCH-SUB > WS-BATCH-COUNT
               IF WS-BAT-DONE (WS-BATCH-SUB) NOT = "Y"
                   MOVE WS-BAT-VERDICT (WS-BATCH-SUB)
                       TO MULT-BATCH-VERDICT-REC
                   MOVE BVD-SYSTEM-ID TO WS-CUR-SYSTEM-ID
                   PERFORM WriteOneSenderResponse
               END-IF
           END-PERFORM

           DISPLAY "SENDER RESPONSE - FILES WRITTEN: "
               WS-RESPONSE-COUNT " BATCHES: " WS-BATCH-COUNT
               " RECYCLED RECORDS NOT RETURNED: "
               WS-RECYCLE-SKIP-COUNT

           IF WS-UNMATCHED-COUNT > ZEROES
               DISPLAY "WARNING - " WS-UNMATCHED-COUNT
                   " REJECT/SUSPENSE/HOLD RECORD(S) NAME A BATCH "
                   "NOT ON THE BATCH VERDICT FILE"
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

       LoadBatchVerdicts.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT MULT-BATV-FILE
           IF WS-BATV-FILE-STATUS = "00"
               PERFORM UNTIL WS-END-OF-FILE
                   READ MULT-BATV-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM LoadOneVerdict
                   END-READ
               END-PERFORM
               CLOSE MULT-BATV-FILE
           END-IF.

       LoadOneVerdict.
           IF WS-BATCH-COUNT >= WS-BATCH-TABLE-MAX
               DISPLAY "BATCH VERDICT FILE EXCEEDS "
                   WS-BATCH-TABLE-MAX " ENTRIES - "
                   "INCREASE WS-BATCH-TABLE-MAX"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-BATCH-COUNT
           MOVE MULT-BATCH-VERDICT-REC
               TO WS-BAT-VERDICT (WS-BATCH-COUNT)
           MOVE "N" TO WS-BAT-DONE (WS-BATCH-COUNT).

      *> A reject or suspend is returned through the batch number
      *> the multiply step stamped on it. One naming no batch on the
      *> verdict file would fall out of every sender's response, so
      *> it is counted here, once, before any response is written.
       CountUnmatchedOutcomes.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT MULT-REJECT-FILE
           IF WS-REJ-FILE-STATUS = "00"
               PERFORM UNTIL WS-END-OF-FILE
                   READ MULT-REJECT-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           IF MULT-REJ-BATCH-NO = ZEROES
                               ADD 1 TO WS-RECYCLE-SKIP-COUNT
                           ELSE
                               IF MULT-REJ-BATCH-NO > WS-BATCH-COUNT
                                   ADD 1 TO WS-UNMATCHED-COUNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MULT-REJECT-FILE
           END-IF

           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT MULT-SUSP-FILE
           IF WS-SUSP-FILE-STATUS = "00"
               PERFORM UNTIL WS-END-OF-FILE
                   READ MULT-SUSP-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           IF SUSP-BATCH-NO > WS-BATCH-COUNT
                               ADD 1 TO WS-UNMATCHED-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MULT-SUSP-FILE
           END-IF

           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT MULT-HOLD-FILE
           IF WS-HOLD-FILE-STATUS = "00"
               PERFORM UNTIL WS-END-OF-FILE
                   READ MULT-HOLD-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           IF HOLD-BATCH-NO = ZEROES
                               ADD 1 TO WS-RECYCLE-SKIP-COUNT
                           ELSE
                               IF HOLD-BATCH-NO > WS-BATCH-COUNT
                                   ADD 1 TO WS-UNMATCHED-COUNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MULT-HOLD-FILE
           END-IF.

      *> One sender's file: open its DD, then every batch the sender
      *> sent this run, in MULTIN order. Each batch written is marked
      *> done so the outer loop does not open the sender twice.
       WriteOneSenderResponse.
           MOVE WS-CUR-SYSTEM-ID TO WS-RESP-DDNAME
           OPEN OUTPUT MULT-RESP-FILE
           ADD 1 TO WS-RESPONSE-COUNT
           PERFORM VARYING BAT-IDX FROM WS-BATCH-SUB BY 1
                   UNTIL BAT-IDX > WS-BATCH-COUNT
               MOVE WS-BAT-VERDICT (BAT-IDX)
                   TO MULT-BATCH-VERDICT-REC
               IF BVD-SYSTEM-ID = WS-CUR-SYSTEM-ID
                   PERFORM WriteOneBatchResponse
                   MOVE "Y" TO WS-BAT-DONE (BAT-IDX)
               END-IF
           END-PERFORM
           CLOSE MULT-RESP-FILE.

      *> The verdict record is in the record area on entry.
       WriteOneBatchResponse.
           MOVE ZEROES TO WS-BATCH-REJECT-COUNT
           MOVE ZEROES TO WS-BATCH-SUSPEND-COUNT
           MOVE ZEROES TO WS-BATCH-HELD-COUNT

           MOVE SPACES TO MULT-RESPONSE-REC
           SET RESP-BATCH-REC TO TRUE
           PERFORM MoveResponseKey
           MOVE BVD-STATUS TO RESP-VERDICT
           IF BVD-ACCEPTED
               MOVE "BATCH ACCEPTED" TO RESP-VERDICT-TEXT
           ELSE
               MOVE BVD-REFUSE-TEXT TO RESP-VERDICT-TEXT
           END-IF
           MOVE BVD-PROVED-COUNT TO RESP-PROVED-COUNT
           MOVE BVD-PROVED-HASH TO RESP-PROVED-HASH
           MOVE BVD-DECL-COUNT TO RESP-DECL-COUNT
           MOVE BVD-DECL-HASH TO RESP-DECL-HASH
           MOVE BVD-TRAILER-FLAG TO RESP-TRAILER-FLAG
           WRITE MULT-RESPONSE-REC

      *> A refused batch was skipped whole by the multiply step -
      *> it has no rejects or suspends to return.
           IF BVD-ACCEPTED
               PERFORM WriteBatchRejects
               PERFORM WriteBatchSuspends
               PERFORM WriteBatchHolds
               COMPUTE WS-BATCH-ACCEPT-COUNT = BVD-PROVED-COUNT
                   - WS-BATCH-REJECT-COUNT - WS-BATCH-SUSPEND-COUNT
                   - WS-BATCH-HELD-COUNT
           ELSE
               MOVE ZEROES TO WS-BATCH-ACCEPT-COUNT
           END-IF

           MOVE SPACES TO MULT-RESPONSE-REC
           SET RESP-TOTAL-REC TO TRUE
           PERFORM MoveResponseKey
           MOVE BVD-PROVED-COUNT TO RESP-TOT-READ
           MOVE WS-BATCH-REJECT-COUNT TO RESP-TOT-REJECTED
           MOVE WS-BATCH-SUSPEND-COUNT TO RESP-TOT-SUSPENDED
           MOVE WS-BATCH-ACCEPT-COUNT TO RESP-TOT-ACCEPTED
           MOVE WS-BATCH-HELD-COUNT TO RESP-TOT-HELD
           WRITE MULT-RESPONSE-REC.

       MoveResponseKey.
           MOVE BVD-SYSTEM-ID TO RESP-SYSTEM-ID
           MOVE BVD-RUN-DATE TO RESP-RUN-DATE
           MOVE BVD-BATCH-NO TO RESP-BATCH-NO
           MOVE BVD-BATCH-DATE TO RESP-BATCH-DATE
           MOVE BVD-BATCH-SEQ TO RESP-BATCH-SEQ
           MOVE BVD-CYCLE-NO TO RESP-CYCLE-NO.

       WriteBatchRejects.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT MULT-REJECT-FILE
           IF WS-REJ-FILE-STATUS = "00"
               PERFORM UNTIL WS-END-OF-FILE
                   READ MULT-REJECT-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           IF MULT-REJ-BATCH-NO = BVD-BATCH-NO
                               PERFORM WriteOneRejectResponse
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MULT-REJECT-FILE
           END-IF.

       WriteOneRejectResponse.
           MOVE SPACES TO MULT-RESPONSE-REC
           SET RESP-REJECT-REC TO TRUE
           PERFORM MoveResponseKey
           MOVE MULT-REJ-ITEM-CODE TO RESP-ITEM-CODE
           MOVE MULT-REJ-DEPT-CODE TO RESP-DEPT-CODE
           MOVE MULT-REJ-NUM1 TO RESP-NUM1
           MOVE MULT-REJ-NUM2 TO RESP-NUM2
           MOVE MULT-REJ-REASON-CODE TO RESP-REASON-CODE
           MOVE MULT-REJ-REASON-TEXT TO RESP-REASON-TEXT
           MOVE ZEROES TO RESP-ORIG-RUN-DATE
           WRITE MULT-RESPONSE-REC
           ADD 1 TO WS-BATCH-REJECT-COUNT.

       WriteBatchSuspends.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT MULT-SUSP-FILE
           IF WS-SUSP-FILE-STATUS = "00"
               PERFORM UNTIL WS-END-OF-FILE
                   READ MULT-SUSP-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           IF SUSP-BATCH-NO = BVD-BATCH-NO
                               PERFORM WriteOneSuspendResponse
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MULT-SUSP-FILE
           END-IF.

       WriteOneSuspendResponse.
           MOVE SPACES TO MULT-RESPONSE-REC
           SET RESP-SUSPEND-REC TO TRUE
           PERFORM MoveResponseKey
           MOVE SUSP-ITEM-CODE TO RESP-ITEM-CODE
           MOVE SUSP-DEPT-CODE TO RESP-DEPT-CODE
           MOVE SUSP-NUM1 TO RESP-NUM1
           MOVE SUSP-NUM2 TO RESP-NUM2
           MOVE 90 TO RESP-REASON-CODE
           MOVE "DUPLICATE - HELD IN SUSPENSE FOR REVIEW"
               TO RESP-REASON-TEXT
           MOVE SUSP-ORIG-RUN-DATE TO RESP-ORIG-RUN-DATE
           WRITE MULT-RESPONSE-REC
           ADD 1 TO WS-BATCH-SUSPEND-COUNT.

       WriteBatchHolds.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT MULT-HOLD-FILE
           IF WS-HOLD-FILE-STATUS = "00"
               PERFORM UNTIL WS-END-OF-FILE
                   READ MULT-HOLD-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           IF HOLD-BATCH-NO = BVD-BATCH-NO
                               PERFORM WriteOneHoldResponse
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MULT-HOLD-FILE
           END-IF.

      *> The sender's own Num2 is returned, as it sent it, so the
      *> sender can match the record to its transmission.
       WriteOneHoldResponse.
           MOVE SPACES TO MULT-RESPONSE-REC
           SET RESP-HELD-REC TO TRUE
           PERFORM MoveResponseKey
           MOVE HOLD-ITEM-CODE TO RESP-ITEM-CODE
           MOVE HOLD-DEPT-CODE TO RESP-DEPT-CODE
           MOVE HOLD-NUM1 TO RESP-NUM1
           MOVE HOLD-NUM2 TO RESP-NUM2
           MOVE 91 TO RESP-REASON-CODE
           MOVE "OUT OF TOLERANCE - HELD FOR REVIEW"
               TO RESP-REASON-TEXT
           MOVE ZEROES TO RESP-ORIG-RUN-DATE
           WRITE MULT-RESPONSE-REC
           ADD 1 TO WS-BATCH-HELD-COUNT.

       END PROGRAM MultSenderResponse.
