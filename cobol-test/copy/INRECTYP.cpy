            05  IH-REC-TYPE         PIC X.
            05  IH-BATCH-DATE       PIC X(8).
            05  IH-EXPECTED-CNT     PIC 9(6).
      *> Sending office's registry code: INLOAD refuses a batch whose
      *> office is not on the office registry, and the posting steps
      *> stamp it on every master key the batch adds or changes.
            05  IH-OFFICE-CODE      PIC X(5).
        01  IN-TRAILER-REC.
            05  IT-BATCH-NO         PIC 9(2).
            05  IT-REC-TYPE         PIC X.
