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
            05  FILLER              PIC X.
            05  AUDIT-NEW-IMAGE     PIC X(22).
      *> Second identity on the record: the clerk whose correction
      *> this step staged; the operator who ran it signs as the
      *> first.
            05  FILLER              PIC X.
            05  AUDIT-USER2         PIC X(8).
         WORKING-STORAGE SECTION.
            88  PENDING-FILE-OK             VALUE "00".
        01  REJECT-FILE-STATUS          PIC XX.
            88  REJECT-FILE-OK              VALUE "00".
        01  OPER-FILE-STATUS            PIC XX.
            88  OPER-FILE-OK                VALUE "00".
        01  AUDIT-FILE-STATUS           PIC XX.
            88  AUDIT-FILE-OK               VALUE "00".
        01  WS-RESUB-EOF-FLAG           PIC X VALUE "N".
            88  WS-RESUB-EOF                VALUE "Y".
        01  WS-RESUB-OK-FLAG            PIC X VALUE "Y".
            88  WS-RESUB-OK                 VALUE "Y".
        01  WS-RESUB-OPEN-FLAG          PIC X VALUE "N".
            88  WS-RESUB-OPENED             VALUE "Y".
        01  WS-VALID-RECORD             PIC X VALUE "Y".
            88  WS-RECORD-IS-VALID          VALUE "Y".
        01  WS-REJECT-REASON            PIC X(2).
        01  WS-OPERATOR-ID              PIC X(8).
      *> The 22-byte image still carries its original, long-stale
      *> batch number; the approval step assigns the record a fresh
      *> batch with a generated header and trailer when it releases
        01  WS-READ-COUNT               PIC 9(9) VALUE 0.
        01  WS-STAGED-COUNT             PIC 9(9) VALUE 0.
        01  WS-REREJECT-COUNT           PIC 9(9) VALUE 0.
      *> Refusal image for the audit trail: the function the id
      *> asked for and the program that refused it.
        01  WS-REFUSE-IMAGE.
            05  WS-RI-FUNCTION      PIC X(8) VALUE "STAGE".
            05  FILLER              PIC X VALUE SPACE.
            05  WS-RI-PROGRAM       PIC X(8) VALUE "RESUB".
            05  FILLER              PIC X(5) VALUE SPACES.
        01  WS-REFUSE-REASON            PIC X(2) VALUE SPACES.
        01  WS-AUDIT-LINE.
      *> The audit image is assembled here and moved to the FD
      *> record area only after the OPEN succeeds, the same way
      *> exactly the missing second pair of eyes on this path.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.

      *> Staging is signed by the operator who runs it, so the audit
      *> trail names who moved each correction toward approval.
           DISPLAY "RESUB  : enter operator id".
           ACCEPT WS-OPERATOR-ID.
           IF WS-OPERATOR-ID = SPACES
             DISPLAY "RESUB  : operator id is required for the "
                     "audit trail - nothing staged"
             MOVE 8 TO RETURN-CODE
             MOVE "N" TO WS-RESUB-OK-FLAG
           END-IF.
           IF WS-RESUB-OK
             PERFORM 0700-CHECK-OPERATOR-AUTHORITY
           END-IF.

           IF WS-RESUB-OK
             OPEN INPUT RESUBMIT-FILE
             IF NOT RESUBMIT-FILE-OK
               DISPLAY "RESUB  : no resubmission file found, status "
                       RESUBMIT-FILE-STATUS " - nothing to do"
               MOVE "N" TO WS-RESUB-OK-FLAG
             ELSE
               SET WS-RESUB-OPENED TO TRUE
             END-IF
           END-IF.

           IF WS-RESUB-OK
             OPEN EXTEND PENDING-FILE
                       " - resubmission held"
               MOVE 12 TO RETURN-CODE
               MOVE "N" TO WS-RESUB-OK-FLAG
             END-IF
           END-IF.

             END-IF
           END-IF.

           IF WS-RESUB-OPENED
             CLOSE RESUBMIT-FILE
           END-IF.
           IF WS-RESUB-OK

000040     STOP  RUN.

       0700-CHECK-OPERATOR-AUTHORITY.
      *> The id typed at sign-on must be on the operator authority
      *> table, active, and allowed to stage resubmissions. A
      *> table that cannot be read refuses everyone rather than
      *> letting anyone through.
      *> Every refusal is written to the audit trail under the id
      *> that was tried.
           MOVE SPACES TO WS-REFUSE-REASON.
           OPEN INPUT OPER-FILE.
           IF NOT OPER-FILE-OK
             DISPLAY "RESUB  : operator authority file not available, "
                     "status " OPER-FILE-STATUS
             MOVE "AF" TO WS-REFUSE-REASON
           ELSE
             MOVE WS-OPERATOR-ID TO OP-OPER-ID
             READ OPER-FILE
               INVALID KEY
                 DISPLAY "RESUB  : id " WS-OPERATOR-ID
                         " is not on the operator authority file"
                 MOVE "UK" TO WS-REFUSE-REASON
               NOT INVALID KEY
                 EVALUATE TRUE
                   WHEN NOT OP-IS-ACTIVE
                     DISPLAY "RESUB  : id " WS-OPERATOR-ID
                             " is suspended"
                     MOVE "SU" TO WS-REFUSE-REASON
                   WHEN NOT OP-STAGE-ALLOWED
                     DISPLAY "RESUB  : id " WS-OPERATOR-ID
                             " is not authorized to stage "
                             "resubmissions"
                     MOVE "NA" TO WS-REFUSE-REASON
                   WHEN OTHER
                     DISPLAY "RESUB  : signed on as " OP-NAME
                 END-EVALUATE
             END-READ
             CLOSE OPER-FILE
           END-IF.
           IF WS-REFUSE-REASON NOT = SPACES
             DISPLAY "RESUB  : sign-on refused - nothing staged"
             MOVE "REFUSED  "      TO WS-AUD-ACTION
             MOVE WS-REFUSE-REASON TO WS-AUD-REASON
             MOVE WS-REFUSE-IMAGE  TO WS-AUD-OLD-IMAGE
             MOVE SPACES           TO WS-AUD-NEW-IMAGE
             MOVE SPACES           TO WS-AUD-USER2
             PERFORM 8000-WRITE-AUDIT-RECORD
             MOVE 8 TO RETURN-CODE
             MOVE "N" TO WS-RESUB-OK-FLAG
           END-IF.

       2000-PROCESS-RESUBMISSION.
           MOVE RESUB-RECORD-IMAGE TO WS-RECORD-IMAGE.
           PERFORM 2300-VALIDATE-IMAGE.
           IF AUDIT-FILE-OK
             MOVE WS-CURR-DATE-NUM TO WS-AUD-DATE
             MOVE WS-CURR-TIME-NUM TO WS-AUD-TIME
             MOVE WS-OPERATOR-ID   TO WS-AUD-USER
             MOVE WS-AUDIT-LINE    TO AUDIT-REC
             WRITE AUDIT-REC
             CLOSE AUDIT-FILE
