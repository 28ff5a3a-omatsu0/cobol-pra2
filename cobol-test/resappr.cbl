            SELECT REJECT-FILE ASSIGN TO 'reject.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              STATUS REJECT-FILE-STATUS.
            SELECT OPER-FILE ASSIGN TO "OPERAUTH"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OP-OPER-ID
              STATUS OPER-FILE-STATUS.
            SELECT AUDIT-FILE ASSIGN TO 'rejaudit.log'
              ORGANIZATION IS LINE SEQUENTIAL
              STATUS AUDIT-FILE-STATUS.
            05  REJECT-ORIGINAL-REC PIC X(22).
            05  FILLER              PIC X.
            05  REJECT-DATE         PIC 9(8).
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
            88  IN-FILE-DUPLICATE           VALUE "22".
        01  REJECT-FILE-STATUS          PIC XX.
            88  REJECT-FILE-OK              VALUE "00".
        01  OPER-FILE-STATUS            PIC XX.
            88  OPER-FILE-OK                VALUE "00".
        01  AUDIT-FILE-STATUS           PIC XX.
            88  AUDIT-FILE-OK               VALUE "00".
        01  WS-PENDING-EOF-FLAG         PIC X VALUE "N".
        01  WS-RETURNED-COUNT           PIC 9(9) VALUE 0.
        01  WS-REREJECT-COUNT           PIC 9(9) VALUE 0.
        01  WS-KEPT-COUNT               PIC 9(9) VALUE 0.
      *> Refusal image for the audit trail: the function the id
      *> asked for and the program that refused it.
        01  WS-REFUSE-IMAGE.
            05  WS-RI-FUNCTION      PIC X(8) VALUE "APPROVE".
            05  FILLER              PIC X VALUE SPACE.
            05  WS-RI-PROGRAM       PIC X(8) VALUE "RESAPPR".
            05  FILLER              PIC X(5) VALUE SPACES.
        01  WS-REFUSE-REASON            PIC X(2) VALUE SPACES.
        01  WS-AUDIT-LINE.
      *> The audit image is assembled here and moved to the FD
      *> record area only after the OPEN succeeds, the same way
             SET WS-SUPER-DONE TO TRUE
           END-IF.

           IF NOT WS-SUPER-DONE
             PERFORM 0700-CHECK-OPERATOR-AUTHORITY
           END-IF.
           IF NOT WS-SUPER-DONE
             PERFORM 1000-LOAD-PENDING-STORE
           END-IF.

000040     STOP  RUN.

       0700-CHECK-OPERATOR-AUTHORITY.
      *> The id typed at sign-on must be on the operator authority
      *> table, active, and allowed to approve resubmissions. A
      *> table that cannot be read refuses everyone rather than
      *> letting anyone through.
      *> Every refusal is written to the audit trail under the id
      *> that was tried.
           MOVE SPACES TO WS-REFUSE-REASON.
           OPEN INPUT OPER-FILE.
           IF NOT OPER-FILE-OK
             DISPLAY "RESAPPR: operator authority file not available, "
                     "status " OPER-FILE-STATUS
             MOVE "AF" TO WS-REFUSE-REASON
           ELSE
             MOVE WS-SUPER-ID TO OP-OPER-ID
             READ OPER-FILE
               INVALID KEY
                 DISPLAY "RESAPPR: id " WS-SUPER-ID
                         " is not on the operator authority file"
                 MOVE "UK" TO WS-REFUSE-REASON
               NOT INVALID KEY
                 EVALUATE TRUE
                   WHEN NOT OP-IS-ACTIVE
                     DISPLAY "RESAPPR: id " WS-SUPER-ID " is suspended"
                     MOVE "SU" TO WS-REFUSE-REASON
                   WHEN NOT OP-APPROVE-ALLOWED
                     DISPLAY "RESAPPR: id " WS-SUPER-ID
                             " is not authorized to approve "
                             "resubmissions"
                     MOVE "NA" TO WS-REFUSE-REASON
                   WHEN OTHER
                     DISPLAY "RESAPPR: signed on as " OP-NAME
                 END-EVALUATE
             END-READ
             CLOSE OPER-FILE
           END-IF.
           IF WS-REFUSE-REASON NOT = SPACES
             DISPLAY "RESAPPR: sign-on refused - nothing reviewed"
             MOVE "REFUSED  "      TO WS-AUD-ACTION
             MOVE WS-REFUSE-REASON TO WS-AUD-REASON
             MOVE WS-REFUSE-IMAGE  TO WS-AUD-OLD-IMAGE
             MOVE SPACES           TO WS-AUD-NEW-IMAGE
             MOVE SPACES           TO WS-AUD-USER2
             PERFORM 8000-WRITE-AUDIT-RECORD
             MOVE 8 TO RETURN-CODE
             SET WS-SUPER-DONE TO TRUE
           END-IF.

       1000-LOAD-PENDING-STORE.
           OPEN INPUT PENDING-FILE.
           IF NOT PENDING-FILE-OK
