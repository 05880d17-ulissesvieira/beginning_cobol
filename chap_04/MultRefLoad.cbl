       IDENTIFICATION DIVISION.
       PROGRAM-ID. MultRefLoad.
      *> Loads the indexed reference files the multiply step reads
      *> by key from the sequential masters and history that feed
      *> them, so the masters can grow without the multiply step
      *> holding them in storage. PARM names the files to load, one
      *> letter each, in any order:
      *>   I - item/account master MULTITEM into MULTITMK (MULTITK)
      *>   D - department master MULTDEPT into MULTDPTK (MULTDPT)
      *>   P - price breaks MULTPBRK into MULTPBKK (MULTPTK)
      *>   H - duplicate history MULTDHSI into MULTDHSK (MULTDHS)
      *>   T - tolerance ranges MULTTOLI into MULTTOLK (MULTTOL)
      *> The nightly jobs load D and P ahead of the multiply step so
      *> the day's master edits are in force. MultItemMaint keeps
      *> MULTITMK in step as it maintains the item master, and the
      *> multiply step keeps MULTDHSK itself and MultTolBuild
      *> replaces MULTTOLK every night, so I, H and T are for
      *> installation and for recovery after a loss - H from the
      *> latest unloaded history generation, T from the latest
      *> tolerance generation. Each keyed file loaded
      *> is replaced outright - opened OUTPUT to empty it, as
      *> MultResultRebuild replaces the results master, then
      *> reopened I-O for the load so a repeated key can be
      *> rewritten. A required input (item or
      *> department master) that cannot be opened stops the run
      *> before its keyed file is touched; the price breaks, the
      *> history and the tolerances are optional and load empty
      *> when absent. Two input
      *> records with the same key load as the later one - the
      *> later maintenance wins, as it always has in the multiply
      *> step - and are counted. Price-break tiers are numbered in
      *> input order within each item (the file arrives sorted by
      *> item and ascending minimum quantity); an item with more
      *> tiers than the tier number can carry stops the run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MULT-ITEM-FILE ASSIGN TO "MULTITEM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITEM-FILE-STATUS.

           SELECT MULT-ITMK-FILE ASSIGN TO "MULTITMK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ITMK-KEY
               FILE STATUS IS WS-ITMK-FILE-STATUS.

           SELECT MULT-DEPT-FILE ASSIGN TO "MULTDEPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-FILE-STATUS.

           SELECT MULT-DPTK-FILE ASSIGN TO "MULTDPTK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS WS-DPTK-FILE-STATUS.

           SELECT MULT-PBRK-FILE ASSIGN TO "MULTPBRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PBRK-FILE-STATUS.

           SELECT MULT-PBKK-FILE ASSIGN TO "MULTPBKK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PTK-KEY
               FILE STATUS IS WS-PBKK-FILE-STATUS.

           SELECT MULT-DHSI-FILE ASSIGN TO "MULTDHSI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DHSI-FILE-STATUS.

           SELECT MULT-DHSK-FILE ASSIGN TO "MULTDHSK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DHST-KEY
               FILE STATUS IS WS-DHSK-FILE-STATUS.

           SELECT MULT-TOLI-FILE ASSIGN TO "MULTTOLI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOLI-FILE-STATUS.

           SELECT MULT-TOLK-FILE ASSIGN TO "MULTTOLK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TOL-KEY
               FILE STATUS IS WS-TOLK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MULT-ITEM-FILE.
       COPY MULTITM.

       FD  MULT-ITMK-FILE.
       COPY MULTITK.

      *> The sequential department master, history and tolerances
      *> are read as raw images because their keyed copies share
      *> the copybook - the lengths here must track MULTDPT, MULTDHS
      *> and MULTTOL.
       FD  MULT-DEPT-FILE.
       01  DEPT-IN-REC                 PIC X(64).

       FD  MULT-DPTK-FILE.
       COPY MULTDPT.

       FD  MULT-PBRK-FILE.
       COPY MULTPBK.

       FD  MULT-PBKK-FILE.
       COPY MULTPTK.

       FD  MULT-DHSI-FILE.
       01  DHSI-REC                    PIC X(50).

       FD  MULT-DHSK-FILE.
       COPY MULTDHS.

       FD  MULT-TOLI-FILE.
       01  TOLI-REC                    PIC X(68).

       FD  MULT-TOLK-FILE.
       COPY MULTTOL.

       WORKING-STORAGE SECTION.
       01  WS-ITEM-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-ITMK-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-DEPT-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-DPTK-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-PBRK-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-PBKK-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-DHSI-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-DHSK-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-TOLI-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-TOLK-FILE-STATUS         PIC XX VALUE SPACES.

       01  WS-EOF-SWITCH               PIC X VALUE "N".
           88  WS-END-OF-FILE               VALUE "Y".
       01  WS-INPUT-SWITCH             PIC X VALUE "N".
           88  WS-INPUT-OPEN                VALUE "Y".

      *> PARM: the letters of the files to load (for example
      *> PARM='DP'); at least one is required.
       01  WS-PARM-DATA                PIC X(8) VALUE SPACES.
       01  WS-LETTER-COUNT             PIC 9(3) VALUE ZEROES.
       01  WS-LOADS-DONE               PIC 9(3) VALUE ZEROES.

       01  WS-LOADED-COUNT             PIC 9(9) VALUE ZEROES.
       01  WS-REPLACED-COUNT           PIC 9(9) VALUE ZEROES.
       01  WS-TOTAL-REPLACED           PIC 9(9) VALUE ZEROES.

       01  WS-PBRK-PREV-ITEM           PIC X(8) VALUE SPACES.
       01  WS-PBRK-NEXT-TIER           PIC 9(3) VALUE ZEROES.
       01  WS-PBRK-TIER-MAX            PIC 9(3) VALUE 99.

       PROCEDURE DIVISION.
       LoadReferenceFiles.
           ACCEPT WS-PARM-DATA FROM COMMAND-LINE

           MOVE ZEROES TO WS-LETTER-COUNT
           INSPECT WS-PARM-DATA TALLYING WS-LETTER-COUNT FOR ALL "I"
           IF WS-LETTER-COUNT > ZEROES
               PERFORM LoadItemMaster
           END-IF
           MOVE ZEROES TO WS-LETTER-COUNT
           INSPECT WS-PARM-DATA TALLYING WS-LETTER-COUNT FOR ALL "D"
           IF WS-LETTER-COUNT > ZEROES
               PERFORM LoadDeptMaster
           END-IF
           MOVE ZEROES TO WS-LETTER-COUNT
           INSPECT WS-PARM-DATA TALLYING WS-LETTER-COUNT FOR ALL "P"
           IF WS-LETTER-COUNT > ZEROES
               PERFORM LoadPriceBreaks
           END-IF
           MOVE ZEROES TO WS-LETTER-COUNT
           INSPECT WS-PARM-DATA TALLYING WS-LETTER-COUNT FOR ALL "H"
           IF WS-LETTER-COUNT > ZEROES
               PERFORM LoadDupHistory
           END-IF
           MOVE ZEROES TO WS-LETTER-COUNT
           INSPECT WS-PARM-DATA TALLYING WS-LETTER-COUNT FOR ALL "T"
           IF WS-LETTER-COUNT > ZEROES
               PERFORM LoadTolerances
           END-IF

           IF WS-LOADS-DONE = ZEROES
               DISPLAY "NO REFERENCE FILE REQUESTED IN PARM: "
                   WS-PARM-DATA " - USE I, D, P, H AND/OR T"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-TOTAL-REPLACED > ZEROES
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

      *> Records copied from the master before it was effective-
      *> dated carry spaces in the date and status; they load under
      *> date zero as active, which is how the multiply step has
      *> always treated them.
       LoadItemMaster.
           OPEN INPUT MULT-ITEM-FILE
           IF WS-ITEM-FILE-STATUS NOT = "00"
               DISPLAY "ITEM MASTER MULTITEM OPEN FAILED - STATUS "
                   WS-ITEM-FILE-STATUS " - MULTITMK NOT LOADED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT MULT-ITMK-FILE
           IF WS-ITMK-FILE-STATUS = "00"
               CLOSE MULT-ITMK-FILE
               OPEN I-O MULT-ITMK-FILE
           END-IF
           IF WS-ITMK-FILE-STATUS NOT = "00"
               DISPLAY "KEYED ITEM MASTER MULTITMK OPEN FAILED - "
                   "STATUS " WS-ITMK-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZEROES TO WS-LOADED-COUNT
           MOVE ZEROES TO WS-REPLACED-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-FILE
               READ MULT-ITEM-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM LoadOneItem
               END-READ
           END-PERFORM
           CLOSE MULT-ITEM-FILE
           CLOSE MULT-ITMK-FILE
           DISPLAY "ITEM MASTER LOADED TO MULTITMK - RECORDS: "
               WS-LOADED-COUNT " REPLACED BY A LATER RECORD: "
               WS-REPLACED-COUNT
           ADD WS-REPLACED-COUNT TO WS-TOTAL-REPLACED
           ADD 1 TO WS-LOADS-DONE.

       LoadOneItem.
           MOVE ITEM-CODE TO ITMK-ITEM-CODE
           IF ITEM-EFF-DATE IS NUMERIC
               MOVE ITEM-EFF-DATE TO ITMK-EFF-DATE
           ELSE
               MOVE ZEROES TO ITMK-EFF-DATE
           END-IF
           MOVE ITEM-GL-ACCOUNT TO ITMK-GL-ACCOUNT
           MOVE ITEM-DESCRIPTION TO ITMK-DESCRIPTION
           IF ITEM-STATUS = "I"
               MOVE "I" TO ITMK-STATUS
           ELSE
               MOVE "A" TO ITMK-STATUS
           END-IF
           WRITE ITEM-KEYED-REC
               INVALID KEY
                   REWRITE ITEM-KEYED-REC
                   PERFORM CheckReplacedItem
               NOT INVALID KEY
                   ADD 1 TO WS-LOADED-COUNT
           END-WRITE.

       CheckReplacedItem.
           IF WS-ITMK-FILE-STATUS = "00"
               ADD 1 TO WS-REPLACED-COUNT
           ELSE
               DISPLAY "MULTITMK REWRITE FAILED FOR ITEM "
                   ITMK-ITEM-CODE " - STATUS " WS-ITMK-FILE-STATUS
               CLOSE MULT-ITEM-FILE
               CLOSE MULT-ITMK-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       LoadDeptMaster.
           OPEN INPUT MULT-DEPT-FILE
           IF WS-DEPT-FILE-STATUS NOT = "00"
               DISPLAY "DEPARTMENT MASTER MULTDEPT OPEN FAILED - "
                   "STATUS " WS-DEPT-FILE-STATUS
                   " - MULTDPTK NOT LOADED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT MULT-DPTK-FILE
           IF WS-DPTK-FILE-STATUS = "00"
               CLOSE MULT-DPTK-FILE
               OPEN I-O MULT-DPTK-FILE
           END-IF
           IF WS-DPTK-FILE-STATUS NOT = "00"
               DISPLAY "KEYED DEPARTMENT MASTER MULTDPTK OPEN FAILED "
                   "- STATUS " WS-DPTK-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZEROES TO WS-LOADED-COUNT
           MOVE ZEROES TO WS-REPLACED-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-FILE
               READ MULT-DEPT-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE DEPT-IN-REC TO DEPT-MASTER-REC
                       WRITE DEPT-MASTER-REC
                           INVALID KEY
                               REWRITE DEPT-MASTER-REC
                               PERFORM CheckReplacedDept
                           NOT INVALID KEY
                               ADD 1 TO WS-LOADED-COUNT
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE MULT-DEPT-FILE
           CLOSE MULT-DPTK-FILE
           DISPLAY "DEPARTMENT MASTER LOADED TO MULTDPTK - RECORDS: "
               WS-LOADED-COUNT " REPLACED BY A LATER RECORD: "
               WS-REPLACED-COUNT
           ADD WS-REPLACED-COUNT TO WS-TOTAL-REPLACED
           ADD 1 TO WS-LOADS-DONE.

       CheckReplacedDept.
           IF WS-DPTK-FILE-STATUS = "00"
               ADD 1 TO WS-REPLACED-COUNT
           ELSE
               DISPLAY "MULTDPTK REWRITE FAILED FOR DEPARTMENT "
                   DEPT-CODE " - STATUS " WS-DPTK-FILE-STATUS
               CLOSE MULT-DEPT-FILE
               CLOSE MULT-DPTK-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> Optional: with no price-break file the keyed file loads
      *> empty and every item keeps its sender's flat amount.
       LoadPriceBreaks.
           MOVE "N" TO WS-INPUT-SWITCH
           OPEN INPUT MULT-PBRK-FILE
           IF WS-PBRK-FILE-STATUS = "00"
               SET WS-INPUT-OPEN TO TRUE
           ELSE
               DISPLAY "PRICE BREAKS MULTPBRK NOT AVAILABLE - "
                   "MULTPBKK LOADED EMPTY"
           END-IF
           OPEN OUTPUT MULT-PBKK-FILE
           IF WS-PBKK-FILE-STATUS = "00"
               CLOSE MULT-PBKK-FILE
               OPEN I-O MULT-PBKK-FILE
           END-IF
           IF WS-PBKK-FILE-STATUS NOT = "00"
               DISPLAY "KEYED PRICE BREAKS MULTPBKK OPEN FAILED - "
                   "STATUS " WS-PBKK-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZEROES TO WS-LOADED-COUNT
           MOVE ZEROES TO WS-REPLACED-COUNT
           MOVE SPACES TO WS-PBRK-PREV-ITEM
           MOVE "N" TO WS-EOF-SWITCH
           IF WS-INPUT-OPEN
               PERFORM UNTIL WS-END-OF-FILE
                   READ MULT-PBRK-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM LoadOnePriceBreak
                   END-READ
               END-PERFORM
               CLOSE MULT-PBRK-FILE
           END-IF
           CLOSE MULT-PBKK-FILE
           DISPLAY "PRICE BREAKS LOADED TO MULTPBKK - RECORDS: "
               WS-LOADED-COUNT " REPLACED BY A LATER RECORD: "
               WS-REPLACED-COUNT
           ADD WS-REPLACED-COUNT TO WS-TOTAL-REPLACED
           ADD 1 TO WS-LOADS-DONE.

      *> A repeated item and minimum quantity replaces the amount of
      *> the tier already loaded and keeps that tier's number - it
      *> is not a new tier.
       LoadOnePriceBreak.
           IF PBRK-ITEM-CODE NOT = WS-PBRK-PREV-ITEM
               MOVE PBRK-ITEM-CODE TO WS-PBRK-PREV-ITEM
               MOVE ZEROES TO WS-PBRK-NEXT-TIER
           END-IF
           MOVE PBRK-ITEM-CODE TO PTK-ITEM-CODE
           MOVE PBRK-MIN-QTY TO PTK-MIN-QTY
           READ MULT-PBKK-FILE
               INVALID KEY
                   PERFORM AddPriceTier
               NOT INVALID KEY
                   MOVE PBRK-UNIT-AMOUNT TO PTK-UNIT-AMOUNT
                   REWRITE PRICE-TIER-KEYED-REC
                   PERFORM CheckReplacedPriceBreak
           END-READ.

       AddPriceTier.
           ADD 1 TO WS-PBRK-NEXT-TIER
           IF WS-PBRK-NEXT-TIER > WS-PBRK-TIER-MAX
               DISPLAY "ITEM " PBRK-ITEM-CODE " CARRIES MORE THAN "
                   WS-PBRK-TIER-MAX " PRICE BREAKS - CORRECT "
                   "MULTPBRK AND RELOAD"
               CLOSE MULT-PBRK-FILE
               CLOSE MULT-PBKK-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PBRK-ITEM-CODE TO PTK-ITEM-CODE
           MOVE PBRK-MIN-QTY TO PTK-MIN-QTY
           MOVE PBRK-UNIT-AMOUNT TO PTK-UNIT-AMOUNT
           MOVE WS-PBRK-NEXT-TIER TO PTK-TIER
           WRITE PRICE-TIER-KEYED-REC
               INVALID KEY
                   DISPLAY "MULTPBKK WRITE FAILED FOR ITEM "
                       PTK-ITEM-CODE " - STATUS " WS-PBKK-FILE-STATUS
                   CLOSE MULT-PBRK-FILE
                   CLOSE MULT-PBKK-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               NOT INVALID KEY
                   ADD 1 TO WS-LOADED-COUNT
           END-WRITE.

       CheckReplacedPriceBreak.
           IF WS-PBKK-FILE-STATUS = "00"
               ADD 1 TO WS-REPLACED-COUNT
           ELSE
               DISPLAY "MULTPBKK REWRITE FAILED FOR ITEM "
                   PTK-ITEM-CODE " - STATUS " WS-PBKK-FILE-STATUS
               CLOSE MULT-PBRK-FILE
               CLOSE MULT-PBKK-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> Optional: the first installation has no history to load
      *> and the keyed file loads empty. Entries are loaded whatever
      *> their age - the multiply step ignores and drops those that
      *> have left its retention window. A generation unloaded
      *> before the run's processing date, cycle and record number
      *> were carried reads with spaces in them.
       LoadDupHistory.
           MOVE "N" TO WS-INPUT-SWITCH
           OPEN INPUT MULT-DHSI-FILE
           IF WS-DHSI-FILE-STATUS = "00"
               SET WS-INPUT-OPEN TO TRUE
           ELSE
               DISPLAY "DUPLICATE HISTORY MULTDHSI NOT AVAILABLE - "
                   "MULTDHSK LOADED EMPTY"
           END-IF
           OPEN OUTPUT MULT-DHSK-FILE
           IF WS-DHSK-FILE-STATUS = "00"
               CLOSE MULT-DHSK-FILE
               OPEN I-O MULT-DHSK-FILE
           END-IF
           IF WS-DHSK-FILE-STATUS NOT = "00"
               DISPLAY "KEYED DUPLICATE HISTORY MULTDHSK OPEN FAILED "
                   "- STATUS " WS-DHSK-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZEROES TO WS-LOADED-COUNT
           MOVE ZEROES TO WS-REPLACED-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           IF WS-INPUT-OPEN
               PERFORM UNTIL WS-END-OF-FILE
                   READ MULT-DHSI-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           MOVE DHSI-REC TO MULT-DUPHIST-REC
                           WRITE MULT-DUPHIST-REC
                               INVALID KEY
                                   REWRITE MULT-DUPHIST-REC
                                   PERFORM CheckReplacedHistory
                               NOT INVALID KEY
                                   ADD 1 TO WS-LOADED-COUNT
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE MULT-DHSI-FILE
           END-IF
           CLOSE MULT-DHSK-FILE
           DISPLAY "DUPLICATE HISTORY LOADED TO MULTDHSK - ENTRIES: "
               WS-LOADED-COUNT " REPLACED BY A LATER ENTRY: "
               WS-REPLACED-COUNT
           ADD WS-REPLACED-COUNT TO WS-TOTAL-REPLACED
           ADD 1 TO WS-LOADS-DONE.

       CheckReplacedHistory.
           IF WS-DHSK-FILE-STATUS = "00"
               ADD 1 TO WS-REPLACED-COUNT
           ELSE
               DISPLAY "MULTDHSK REWRITE FAILED FOR ITEM "
                   DHST-ITEM-CODE " - STATUS " WS-DHSK-FILE-STATUS
               CLOSE MULT-DHSI-FILE
               CLOSE MULT-DHSK-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> Optional: with no tolerance generation the keyed file loads
      *> empty and the multiply step judges nothing until the next
      *> nightly build.
       LoadTolerances.
           MOVE "N" TO WS-INPUT-SWITCH
           OPEN INPUT MULT-TOLI-FILE
           IF WS-TOLI-FILE-STATUS = "00"
               SET WS-INPUT-OPEN TO TRUE
           ELSE
               DISPLAY "TOLERANCES MULTTOLI NOT AVAILABLE - "
                   "MULTTOLK LOADED EMPTY"
           END-IF
           OPEN OUTPUT MULT-TOLK-FILE
           IF WS-TOLK-FILE-STATUS = "00"
               CLOSE MULT-TOLK-FILE
               OPEN I-O MULT-TOLK-FILE
           END-IF
           IF WS-TOLK-FILE-STATUS NOT = "00"
               DISPLAY "KEYED TOLERANCES MULTTOLK OPEN FAILED - "
                   "STATUS " WS-TOLK-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZEROES TO WS-LOADED-COUNT
           MOVE ZEROES TO WS-REPLACED-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           IF WS-INPUT-OPEN
               PERFORM UNTIL WS-END-OF-FILE
                   READ MULT-TOLI-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           MOVE TOLI-REC TO MULT-TOLERANCE-REC
                           WRITE MULT-TOLERANCE-REC
                               INVALID KEY
                                   REWRITE MULT-TOLERANCE-REC
                                   PERFORM CheckReplacedTolerance
                               NOT INVALID KEY
                                   ADD 1 TO WS-LOADED-COUNT
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE MULT-TOLI-FILE
           END-IF
           CLOSE MULT-TOLK-FILE
           DISPLAY "TOLERANCES LOADED TO MULTTOLK - RANGES: "
               WS-LOADED-COUNT " REPLACED BY A LATER RANGE: "
               WS-REPLACED-COUNT
           ADD WS-REPLACED-COUNT TO WS-TOTAL-REPLACED
           ADD 1 TO WS-LOADS-DONE.

       CheckReplacedTolerance.
           IF WS-TOLK-FILE-STATUS = "00"
               ADD 1 TO WS-REPLACED-COUNT
           ELSE
               DISPLAY "MULTTOLK REWRITE FAILED FOR ITEM "
                   TOL-ITEM-CODE " - STATUS " WS-TOLK-FILE-STATUS
               CLOSE MULT-TOLI-FILE
               CLOSE MULT-TOLK-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       END PROGRAM MultRefLoad.
