      *> MULTXLG - transmission log record kept by MultXmitCheck:
      *> one record per batch the multiply step proved (accepted or
      *> refused) and one per expected sender that never arrived,
      *> stamped with the check date and the timing and sequence
      *> findings. The log is carried generation to generation and
      *> is the cumulative memory the sequence check needs - the
      *> last sequence number each sender used and every sequence
      *> number already posted. A rerun for the same check date
      *> replaces that date's records rather than doubling them.
      *> A missing-sender record carries zero batch number, batch
      *> date, sequence and send time and a blank status.
       01  MULT-XMIT-LOG-REC.
           05  XLOG-CHECK-DATE         PIC 9(8).
           05  XLOG-SYSTEM-ID          PIC X(8).
           05  XLOG-BATCH-NO           PIC 9(3).
           05  XLOG-BATCH-DATE         PIC 9(8).
           05  XLOG-BATCH-SEQ          PIC 9(6).
           05  XLOG-SEND-TIME          PIC 9(4).
           05  XLOG-STATUS             PIC X.
               88  XLOG-ACCEPTED            VALUE "A".
               88  XLOG-REFUSED             VALUE "R".
           05  XLOG-TIMING             PIC X(12).
           05  XLOG-SEQUENCE           PIC X(12).
