      *> an inactive record from its effective date. Every applied
      *> request is logged to the cumulative MULTICHG change-history
      *> dataset (who, when, action, old and new account).
      *> Cards are validated against the keyed item master MULTITMK
      *> (MULTITK) - read by key, never held in storage, so the
      *> master can grow without touching this program. Reads the
      *> current sequential generation (MULTITMI) and writes the
      *> refreshed generation (MULTITMO): existing records copy
      *> forward untouched, the new effective-dated records append,
      *> and each appended record is written to MULTITMK as well,
      *> which is what the multiply step reads.
      *> EVERY termination path that ends the step normally writes
      *> MULTITMO - a refused deck (return code 8) and the stops
      *> (16) cut a generation carrying the master UNCHANGED -
      *> because the new generation is cataloged on a normal
      *> nonzero-RC end either way: ending without writing it would
      *> leave the master's latest generation empty. Same
      *> discipline as the multiply step's own duplicate-history
      *> unload.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT MULT-ITMO-FILE ASSIGN TO "MULTITMO"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MULT-ITMK-FILE ASSIGN TO "MULTITMK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITMK-KEY
               FILE STATUS IS WS-ITMK-FILE-STATUS.

           SELECT ITEM-CHANGE-FILE ASSIGN TO "MULTICHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ICH-FILE-STATUS.
       FD  MULT-ITMO-FILE.
       01  ITMO-REC                    PIC X(57).

       FD  MULT-ITMK-FILE.
       COPY MULTITK.

       FD  ITEM-CHANGE-FILE.
       COPY MULTICH.

       WORKING-STORAGE SECTION.
       01  WS-REQ-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-ITMI-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-ITMK-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-ICH-FILE-STATUS          PIC XX VALUE SPACES.

       01  WS-REQ-EOF-SWITCH           PIC X VALUE "N".
           88  WS-REQ-END-OF-FILE           VALUE "Y".
       01  WS-ITM-EOF-SWITCH           PIC X VALUE "N".
           88  WS-ITM-END-OF-FILE           VALUE "Y".
       01  WS-ITMK-EOF-SWITCH          PIC X VALUE "N".
           88  WS-ITMK-END-OF-FILE          VALUE "Y".
       01  WS-ERROR-SWITCH             PIC X VALUE "N".
           88  WS-REQUEST-IN-ERROR          VALUE "Y".
       01  WS-CARD-ERR-SWITCH          PIC X VALUE "N".

      *> Operator request table, loaded once in LoadRequests. All
      *> cards are validated - in deck order, each clean card's
      *> effect folded into the folded-record table before the
      *> next card is judged - before any output is written, so the
      *> all-or-nothing contract holds. The OLD/NEW account fields
      *> are resolved during that fold and replayed onto the change
               10  WS-REQ-TBL-OLD-ACCOUNT  PIC X(10).
               10  WS-REQ-TBL-NEW-ACCOUNT  PIC X(10).

      *> Records resolved from the clean cards so far, in deck
      *> order. A card is judged against the keyed master AND this
      *> table, so an add followed by a change of the same item in
      *> one deck passes, and a second add of the same item in one
      *> deck fails its duplicate check. Nothing reaches the keyed
      *> master until the whole deck has validated; on the apply
      *> path these records append to the new generation and are
      *> written to MULTITMK. One entry per card at most, so the
      *> table is the request table's size.
       01  WS-LATEST-SWITCH            PIC X VALUE "N".
           88  WS-LATEST-FOUND              VALUE "Y".
       01  WS-LATEST-EFF               PIC 9(8) VALUE ZEROES.
       01  WS-LATEST-GL-ACCOUNT        PIC X(10) VALUE SPACES.
       01  WS-LATEST-DESC              PIC X(30) VALUE SPACES.
       01  WS-SEARCH-ITEM-CODE         PIC X(8) VALUE SPACES.
       01  WS-FOLD-COUNT               PIC 9(3) VALUE ZEROES.
       01  WS-FOLD-TABLE.
           05  WS-FOLD-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-FOLD-COUNT
                   INDEXED BY FOLD-IDX.
               10  WS-FOLD-CODE            PIC X(8).
               10  WS-FOLD-GL-ACCOUNT      PIC X(10).
               10  WS-FOLD-DESC            PIC X(30).
               10  WS-FOLD-EFF-DATE        PIC 9(8).
               10  WS-FOLD-STATUS          PIC X.

       PROCEDURE DIVISION.
       MaintainItemMaster.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-SYS-TIME FROM TIME

      *> Without the keyed master no card can be judged; the
      *> unchanged generation is still cut.
           OPEN I-O MULT-ITMK-FILE
           IF WS-ITMK-FILE-STATUS NOT = "00"
               DISPLAY "KEYED ITEM MASTER MULTITMK OPEN FAILED - "
                   "STATUS " WS-ITMK-FILE-STATUS
               PERFORM WriteUnchangedMaster
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LoadRequests
           PERFORM ValidateRequests

           END-IF

           OPEN OUTPUT MULT-ITMO-FILE
           PERFORM CopyMasterForward
           PERFORM VARYING FOLD-IDX FROM 1 BY 1
                   UNTIL FOLD-IDX > WS-FOLD-COUNT
               PERFORM WriteFoldedRecord
           END-PERFORM

           OPEN EXTEND ITEM-CHANGE-FILE
           IF WS-ICH-FILE-STATUS = "35"

           CLOSE ITEM-CHANGE-FILE
           CLOSE MULT-ITMO-FILE
           CLOSE MULT-ITMK-FILE

           DISPLAY "ITEM MASTER UPDATED - ADDED: " WS-ADDED-COUNT
               " CHANGED: " WS-CHANGED-COUNT
           MOVE SPACES TO WS-REQ-TBL-OLD-ACCOUNT (WS-REQ-COUNT)
           MOVE SPACES TO WS-REQ-TBL-NEW-ACCOUNT (WS-REQ-COUNT).

       ValidateRequests.
           PERFORM VARYING WS-REQ-SUB FROM 1 BY 1
                   UNTIL WS-REQ-SUB > WS-REQ-COUNT
      *> defaults to fall back on for a bad item record. Cards are
      *> judged in deck order against the master AS AMENDED by the
      *> clean cards before them: a clean card's resolved record is
      *> folded into the folded-record table at the end, so add-
      *> then-change of a new item passes and add-then-add fails.
       ValidateOneRequest.
           MOVE "N" TO WS-CARD-ERR-SWITCH
           IF WS-REQ-TBL-OPERATOR (WS-REQ-SUB) = SPACES
           PERFORM FindLatestItemEntry
           EVALUATE WS-REQ-TBL-ACTION (WS-REQ-SUB)
               WHEN "A"
                   IF WS-LATEST-FOUND
                       DISPLAY "CARD " WS-REQ-SUB
                           " - DUPLICATE ITEM CODE: "
                           WS-SEARCH-ITEM-CODE
                   END-IF
               WHEN "C"
               WHEN "D"
                   IF NOT WS-LATEST-FOUND
                       DISPLAY "CARD " WS-REQ-SUB
                           " - ITEM CODE NOT ON THE MASTER: "
                           WS-SEARCH-ITEM-CODE
      *> A clean card is resolved here, during validation: the new
      *> effective-dated record is built, the old and new accounts
      *> are captured for the change history, and the record is
      *> appended to the folded-record table so later cards in the
      *> deck are judged against it. Nothing is written - on
      *> any error the run stops before the output files open, so
      *> the all-or-nothing contract holds. A deactivation carries
      *> the item's latest account and description forward under
           MOVE WS-REQ-TBL-EFF-DATE (WS-REQ-SUB) TO WS-EFF-X
           MOVE WS-SEARCH-ITEM-CODE TO WS-NEW-ITEM-CODE
           MOVE WS-EFF-9 TO WS-NEW-EFF-DATE
           IF WS-LATEST-FOUND
               MOVE WS-LATEST-GL-ACCOUNT
                   TO WS-REQ-TBL-OLD-ACCOUNT (WS-REQ-SUB)
           ELSE
               MOVE SPACES TO WS-REQ-TBL-OLD-ACCOUNT (WS-REQ-SUB)
                   MOVE WS-REQ-TBL-GL-ACCOUNT (WS-REQ-SUB)
                       TO WS-NEW-GL-ACCOUNT
                   IF WS-REQ-TBL-DESC (WS-REQ-SUB) = SPACES
                       MOVE WS-LATEST-DESC TO WS-NEW-DESCRIPTION
                   ELSE
                       MOVE WS-REQ-TBL-DESC (WS-REQ-SUB)
                           TO WS-NEW-DESCRIPTION
                   MOVE "A" TO WS-NEW-STATUS
                   ADD 1 TO WS-CHANGED-COUNT
               WHEN "D"
                   MOVE WS-LATEST-GL-ACCOUNT TO WS-NEW-GL-ACCOUNT
                   MOVE WS-LATEST-DESC TO WS-NEW-DESCRIPTION
                   MOVE "I" TO WS-NEW-STATUS
                   ADD 1 TO WS-DEACT-COUNT
           END-EVALUATE
           MOVE WS-NEW-GL-ACCOUNT
               TO WS-REQ-TBL-NEW-ACCOUNT (WS-REQ-SUB)
           PERFORM AppendToFoldTable.

      *> Latest record for the item across all effective dates -
      *> the one whose account shows as "old" on the change history.
      *> The keyed master holds the item's records in effective-date
      *> order, so its latest is the last one read; a folded record
      *> from an earlier card in the deck dated the same or later
      *> supersedes it.
       FindLatestItemEntry.
           MOVE "N" TO WS-LATEST-SWITCH
           MOVE ZEROES TO WS-LATEST-EFF
           MOVE "N" TO WS-ITMK-EOF-SWITCH
           MOVE WS-SEARCH-ITEM-CODE TO ITMK-ITEM-CODE
           MOVE ZEROES TO ITMK-EFF-DATE
           START MULT-ITMK-FILE KEY IS NOT LESS THAN ITMK-KEY
               INVALID KEY
                   SET WS-ITMK-END-OF-FILE TO TRUE
           END-START
           PERFORM UNTIL WS-ITMK-END-OF-FILE
               READ MULT-ITMK-FILE NEXT RECORD
                   AT END
                       SET WS-ITMK-END-OF-FILE TO TRUE
                   NOT AT END
                       IF ITMK-ITEM-CODE NOT = WS-SEARCH-ITEM-CODE
                           SET WS-ITMK-END-OF-FILE TO TRUE
                       ELSE
                           SET WS-LATEST-FOUND TO TRUE
                           MOVE ITMK-EFF-DATE TO WS-LATEST-EFF
                           MOVE ITMK-GL-ACCOUNT
                               TO WS-LATEST-GL-ACCOUNT
                           MOVE ITMK-DESCRIPTION TO WS-LATEST-DESC
                       END-IF
               END-READ
           END-PERFORM
           PERFORM VARYING FOLD-IDX FROM 1 BY 1
                   UNTIL FOLD-IDX > WS-FOLD-COUNT
               IF WS-FOLD-CODE (FOLD-IDX) = WS-SEARCH-ITEM-CODE
                   IF NOT WS-LATEST-FOUND
                           OR WS-FOLD-EFF-DATE (FOLD-IDX)
                               >= WS-LATEST-EFF
                       SET WS-LATEST-FOUND TO TRUE
                       MOVE WS-FOLD-EFF-DATE (FOLD-IDX)
                           TO WS-LATEST-EFF
                       MOVE WS-FOLD-GL-ACCOUNT (FOLD-IDX)
                           TO WS-LATEST-GL-ACCOUNT
                       MOVE WS-FOLD-DESC (FOLD-IDX)
                           TO WS-LATEST-DESC
                   END-IF
               END-IF
           END-PERFORM.

      *> The current generation copies forward record for record.
      *> It is optional only for the very first run that creates
      *> the master.
       CopyMasterForward.
           MOVE "N" TO WS-ITM-EOF-SWITCH
           OPEN INPUT MULT-ITMI-FILE
           IF WS-ITMI-FILE-STATUS = "00"
               PERFORM UNTIL WS-ITM-END-OF-FILE
                   READ MULT-ITMI-FILE
                       AT END
                           SET WS-ITM-END-OF-FILE TO TRUE
                       NOT AT END
                           WRITE ITMO-REC FROM ITEM-MASTER-REC
                   END-READ
               END-PERFORM
               CLOSE MULT-ITMI-FILE
           END-IF.

      *> A folded record appends to the new generation and goes to
      *> the keyed master. A record for an item and date already
      *> on the keyed master replaces it - the later maintenance
      *> wins, exactly as it does when the multiply step resolves
      *> the sequential master.
       WriteFoldedRecord.
           MOVE WS-FOLD-CODE (FOLD-IDX) TO WS-NEW-ITEM-CODE
           MOVE WS-FOLD-GL-ACCOUNT (FOLD-IDX) TO WS-NEW-GL-ACCOUNT
           MOVE WS-FOLD-DESC (FOLD-IDX) TO WS-NEW-DESCRIPTION
           MOVE WS-FOLD-EFF-DATE (FOLD-IDX) TO WS-NEW-EFF-DATE
           MOVE WS-FOLD-STATUS (FOLD-IDX) TO WS-NEW-STATUS
           WRITE ITMO-REC FROM WS-NEW-ITEM-REC
           MOVE WS-NEW-ITEM-CODE TO ITMK-ITEM-CODE
           MOVE WS-NEW-EFF-DATE TO ITMK-EFF-DATE
           MOVE WS-NEW-GL-ACCOUNT TO ITMK-GL-ACCOUNT
           MOVE WS-NEW-DESCRIPTION TO ITMK-DESCRIPTION
           MOVE WS-NEW-STATUS TO ITMK-STATUS
           WRITE ITEM-KEYED-REC
               INVALID KEY
                   REWRITE ITEM-KEYED-REC
                       INVALID KEY
                           DISPLAY "KEYED ITEM MASTER UPDATE FAILED "
                               "FOR " ITMK-ITEM-CODE " "
                               ITMK-EFF-DATE " - STATUS "
                               WS-ITMK-FILE-STATUS
                           MOVE 16 TO RETURN-CODE
                   END-REWRITE
           END-WRITE.

      *> By apply time the refreshed master has already been written
      *> whole by CopyMasterForward and WriteFoldedRecord - the
      *> validation fold resolved each request's record. All
      *> that remains per request is its change-history record,
      *> replayed from the old/new accounts captured during the
      *> fold.
               TO ICH-NEW-GL-ACCOUNT
           WRITE ITEM-CHANGE-REC.

       AppendToFoldTable.
           ADD 1 TO WS-FOLD-COUNT
           MOVE WS-NEW-ITEM-CODE TO WS-FOLD-CODE (WS-FOLD-COUNT)
           MOVE WS-NEW-GL-ACCOUNT
               TO WS-FOLD-GL-ACCOUNT (WS-FOLD-COUNT)
           MOVE WS-NEW-DESCRIPTION TO WS-FOLD-DESC (WS-FOLD-COUNT)
           MOVE WS-NEW-EFF-DATE
               TO WS-FOLD-EFF-DATE (WS-FOLD-COUNT)
           MOVE WS-NEW-STATUS TO WS-FOLD-STATUS (WS-FOLD-COUNT).

      *> Cut the new generation carrying the master exactly as it
      *> stands, so a refused deck or a stop still catalogs a usable
      *> generation instead of an empty one. Performed on every
      *> normal-end stop; nothing has reached the keyed master.
       WriteUnchangedMaster.
           OPEN OUTPUT MULT-ITMO-FILE
           PERFORM CopyMasterForward
           CLOSE MULT-ITMO-FILE.

       END PROGRAM MultItemMaint.
