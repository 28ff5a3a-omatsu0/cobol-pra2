              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MS-KEY
              STATUS MASTER-FILE-STATUS.
            SELECT OPER-FILE ASSIGN TO "OPERAUTH"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OP-OPER-ID
              STATUS OPER-FILE-STATUS.
            SELECT AUDIT-FILE ASSIGN TO 'rejaudit.log'
              ORGANIZATION IS LINE SEQUENTIAL
              STATUS AUDIT-FILE-STATUS.
      *> a dated "G" header, "D" data records, and a "T" count
      *> trailer, type code in byte 1. bk1 is the newest generation,
      *> bk3 the oldest still kept.
        01  BACKUP1-REC             PIC X(25).
        FD  BACKUP2-FILE.
        01  BACKUP2-REC             PIC X(25).
        FD  BACKUP3-FILE.
        01  BACKUP3-REC             PIC X(25).
        FD  MASTER-FILE.
      *> Must mirror hello2.cbl's master layout exactly: the control
      *> record under the reserved key *CONTROL* carries the record
            05  MS-KEY              PIC X(9).
                88  MS-IS-CONTROL       VALUE "*CONTROL*".
            05  MS-DATA             PIC X(10).
            05  MS-OFFICE           PIC X(5).
            05  FILLER              PIC X(4).
        01  MASTER-CTL-REC.
            05  MC-KEY              PIC X(9).
            05  MC-RECORD-COUNT     PIC 9(9).
            05  MC-CHECKSUM         PIC 9(9).
            05  FILLER              PIC X(1).
        FD  OPER-FILE.
      *> Must mirror authmnt.cbl's OPER-REC exactly.
        01  OPER-REC.
            05  OP-OPER-ID          PIC X(8).
            05  OP-NAME             PIC X(30).
            05  OP-STATUS           PIC X.
                88  OP-IS-ACTIVE        VALUE "A".
                88  OP-IS-SUSPENDED     VALUE "S".
            05  OP-FUNCTIONS.
                10  OP-CAN-FIX      PIC X.
                    88  OP-FIX-ALLOWED      VALUE "Y".
                10  OP-CAN-STAGE    PIC X.
                    88  OP-STAGE-ALLOWED    VALUE "Y".
                10  OP-CAN-APPROVE  PIC X.
                    88  OP-APPROVE-ALLOWED  VALUE "Y".
                10  OP-CAN-RESTORE  PIC X.
                    88  OP-RESTORE-ALLOWED  VALUE "Y".
                10  OP-CAN-ADMIN    PIC X.
                    88  OP-ADMIN-ALLOWED    VALUE "Y".
            05  OP-CHANGED-DATE     PIC 9(8).
            05  OP-CHANGED-BY       PIC X(8).
        FD  AUDIT-FILE.
        01  AUDIT-REC.
            05  AUDIT-DATE          PIC 9(8).
            88  BACKUP3-FILE-OK             VALUE "00".
        01  MASTER-FILE-STATUS          PIC XX.
            88  MASTER-FILE-OK              VALUE "00".
        01  OPER-FILE-STATUS            PIC XX.
            88  OPER-FILE-OK                VALUE "00".
        01  AUDIT-FILE-STATUS           PIC XX.
            88  AUDIT-FILE-OK               VALUE "00".
        01  WS-GEN-EOF-FLAG             PIC X VALUE "N".
                88  WS-GR-IS-TRAILER    VALUE "T".
            05  WS-GR-KEY           PIC X(9).
            05  WS-GR-DATA          PIC X(10).
            05  WS-GR-OFFICE        PIC X(5).
        01  WS-GEN-HEADER-VIEW REDEFINES WS-GEN-REC.
            05  FILLER              PIC X.
            05  WS-GR-BACKUP-DATE   PIC 9(8).
            05  FILLER              PIC X(16).
        01  WS-GEN-TRAILER-VIEW REDEFINES WS-GEN-REC.
            05  FILLER              PIC X.
            05  WS-GR-RECORD-COUNT  PIC 9(9).
            05  FILLER              PIC X(15).
        01  WS-OPERATOR-ID              PIC X(8).
        01  WS-GEN-REPLY                PIC X(5).
        01  WS-BAD-CHAR-COUNT           PIC 9(2).
            05  FILLER              PIC X(9) VALUE "restored ".
            05  WS-ACT-COUNT        PIC 9(9).
            05  FILLER              PIC X(4) VALUE " rec".
      *> Refusal image for the audit trail: the function the id
      *> asked for and the program that refused it.
        01  WS-REFUSE-IMAGE.
            05  WS-RI-FUNCTION      PIC X(8) VALUE "RESTORE".
            05  FILLER              PIC X VALUE SPACE.
            05  WS-RI-PROGRAM       PIC X(8) VALUE "MREST".
            05  FILLER              PIC X(5) VALUE SPACES.
        01  WS-REFUSE-REASON            PIC X(2) VALUE SPACES.
        01  WS-AUDIT-LINE.
      *> The audit image is assembled here and moved to the FD
      *> record area only after the OPEN succeeds, the same way
             MOVE "N" TO WS-RESTORE-OK-FLAG
           END-IF.

           IF WS-RESTORE-OK
             PERFORM 0700-CHECK-OPERATOR-AUTHORITY
           END-IF.
           IF WS-RESTORE-OK
             PERFORM 1000-GET-GENERATION-NUMBER
           END-IF.
             PERFORM 3000-RESTORE-MASTER
           END-IF.
           IF WS-RESTORE-OK
             PERFORM 4000-AUDIT-RESTORE
             DISPLAY "MREST  : restored " WS-RESTORED-COUNT
                     " records from generation " WS-GEN-NUM
                     " dated " WS-GEN-DATE

000040     STOP  RUN.

       0700-CHECK-OPERATOR-AUTHORITY.
      *> The id typed at sign-on must be on the operator authority
      *> table, active, and allowed to restore the master. A table
      *> that cannot be read refuses everyone rather than letting
      *> anyone through.
      *> Every refusal is written to the audit trail under the id
      *> that was tried.
           MOVE SPACES TO WS-REFUSE-REASON.
           OPEN INPUT OPER-FILE.
           IF NOT OPER-FILE-OK
             DISPLAY "MREST  : operator authority file not available, "
                     "status " OPER-FILE-STATUS
             MOVE "AF" TO WS-REFUSE-REASON
           ELSE
             MOVE WS-OPERATOR-ID TO OP-OPER-ID
             READ OPER-FILE
               INVALID KEY
                 DISPLAY "MREST  : id " WS-OPERATOR-ID
                         " is not on the operator authority file"
                 MOVE "UK" TO WS-REFUSE-REASON
               NOT INVALID KEY
                 EVALUATE TRUE
                   WHEN NOT OP-IS-ACTIVE
                     DISPLAY "MREST  : id " WS-OPERATOR-ID
                             " is suspended"
                     MOVE "SU" TO WS-REFUSE-REASON
                   WHEN NOT OP-RESTORE-ALLOWED
                     DISPLAY "MREST  : id " WS-OPERATOR-ID
                             " is not authorized to restore the master"
                     MOVE "NA" TO WS-REFUSE-REASON
                   WHEN OTHER
                     DISPLAY "MREST  : signed on as " OP-NAME
                 END-EVALUATE
             END-READ
             CLOSE OPER-FILE
           END-IF.
           IF WS-REFUSE-REASON NOT = SPACES
             DISPLAY "MREST  : sign-on refused - nothing restored"
             MOVE "REFUSED  "      TO WS-AUD-ACTION
             MOVE WS-REFUSE-REASON TO WS-AUD-REASON
             MOVE WS-REFUSE-IMAGE  TO WS-AUD-OLD-IMAGE
             MOVE SPACES           TO WS-AUD-NEW-IMAGE
             MOVE SPACES           TO WS-AUD-USER2
             PERFORM 8000-WRITE-AUDIT-RECORD
             MOVE 8 TO RETURN-CODE
             MOVE "N" TO WS-RESTORE-OK-FLAG
           END-IF.

       1000-GET-GENERATION-NUMBER.
           DISPLAY "MREST  : enter backup generation to restore "
                   "(1 newest, 3 oldest)".
                   MOVE SPACES     TO MASTER-REC
                   MOVE WS-GR-KEY  TO MS-KEY
                   MOVE WS-GR-DATA TO MS-DATA
                   MOVE WS-GR-OFFICE TO MS-OFFICE
                   PERFORM 3500-ACCUMULATE-MASTER-SUM
                   WRITE MASTER-REC
                   ADD 1 TO WS-RESTORED-COUNT
             ADD WS-CHECKSUM-CHAR-VAL TO WS-MASTER-CHECKSUM
           END-PERFORM.

       4000-AUDIT-RESTORE.
           MOVE "RESTORED "       TO WS-AUD-ACTION.
           MOVE WS-GEN-NUM        TO WS-AGT-NUM.
           MOVE WS-GEN-DATE       TO WS-AGT-DATE.
           MOVE WS-AUD-GEN-TEXT   TO WS-AUD-OLD-IMAGE.
           MOVE WS-RESTORED-COUNT TO WS-ACT-COUNT.
           MOVE WS-AUD-CNT-TEXT   TO WS-AUD-NEW-IMAGE.
           PERFORM 8000-WRITE-AUDIT-RECORD.

       8000-WRITE-AUDIT-RECORD.
           OPEN EXTEND AUDIT-FILE.
           IF NOT AUDIT-FILE-OK
             MOVE WS-CURR-DATE-NUM  TO WS-AUD-DATE
             MOVE WS-CURR-TIME-NUM  TO WS-AUD-TIME
             MOVE WS-OPERATOR-ID    TO WS-AUD-USER
             MOVE WS-AUDIT-LINE     TO AUDIT-REC
             WRITE AUDIT-REC
             CLOSE AUDIT-FILE
