000000 IDENTIFICATION DIVISION.
000010 PROGRAM-ID.    AUTHMNT.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
          FILE-CONTROL.
            SELECT OPER-FILE ASSIGN TO "OPERAUTH"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OP-OPER-ID
              STATUS OPER-FILE-STATUS.
            SELECT AUTH-AUDIT-FILE ASSIGN TO 'authaud.log'
              ORGANIZATION IS LINE SEQUENTIAL
              STATUS AUTH-AUDIT-FILE-STATUS.
       DATA DIVISION.
         FILE SECTION.
        FD  OPER-FILE.
      *> The operator authority table. REJFIX, RESUB, RESAPPR and
      *> MREST each read the entry for the id typed at sign-on and
      *> refuse an id that is not here, is suspended, or does not
      *> carry the function that program performs. Entries are never
      *> deleted - an id that leaves is suspended - so every id that
      *> ever signed an audit record can still be named.
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
        FD  AUTH-AUDIT-FILE.
      *> This program's own audit trail, apart from rejaudit.log: one
      *> line per change to the table and per refused sign-on, with
      *> the whole entry before and after.
        01  AUTH-AUDIT-REC.
            05  AA-DATE             PIC 9(8).
            05  FILLER              PIC X.
            05  AA-TIME             PIC 9(6).
            05  FILLER              PIC X.
            05  AA-ADMIN-ID         PIC X(8).
            05  FILLER              PIC X.
            05  AA-ACTION           PIC X(10).
            05  FILLER              PIC X.
            05  AA-OLD-ENTRY        PIC X(48).
            05  FILLER              PIC X.
            05  AA-NEW-ENTRY        PIC X(48).
         WORKING-STORAGE SECTION.
        01  OPER-FILE-STATUS            PIC XX.
            88  OPER-FILE-OK                VALUE "00".
            88  OPER-NOT-FOUND              VALUE "23" "35".
        01  AUTH-AUDIT-FILE-STATUS      PIC XX.
            88  AUTH-AUDIT-FILE-OK          VALUE "00".
        01  WS-SESSION-OK-FLAG          PIC X VALUE "Y".
            88  WS-SESSION-OK               VALUE "Y".
        01  WS-DONE-FLAG                PIC X VALUE "N".
            88  WS-ADMIN-DONE               VALUE "Y".
        01  WS-OPER-OPEN-FLAG           PIC X VALUE "N".
            88  WS-OPER-IS-OPEN             VALUE "Y".
        01  WS-EMPTY-TABLE-FLAG         PIC X VALUE "N".
            88  WS-TABLE-IS-EMPTY           VALUE "Y".
        01  WS-ID-FOUND-FLAG            PIC X VALUE "N".
            88  WS-ID-FOUND                 VALUE "Y".
        01  WS-FUNC-OK-FLAG             PIC X VALUE "Y".
            88  WS-FUNC-OK                  VALUE "Y".
        01  WS-ADMIN-ID                 PIC X(8).
        01  WS-SEARCH-ID                PIC X(8).
        01  WS-ACTION-REPLY             PIC X.
        01  WS-CONFIRM-REPLY            PIC X.
        01  WS-NEW-NAME                 PIC X(30).
        01  WS-FUNC-REPLY               PIC X(10).
        01  WS-FUNC-IDX                 PIC 9(2) COMP.
        01  WS-NEW-FUNCTIONS.
            05  WS-NF-FIX               PIC X.
            05  WS-NF-STAGE             PIC X.
            05  WS-NF-APPROVE           PIC X.
            05  WS-NF-RESTORE           PIC X.
            05  WS-NF-ADMIN             PIC X.
        01  WS-REFUSE-TEXT              PIC X(40).
        01  WS-ENROLLED-COUNT           PIC 9(5) VALUE 0.
        01  WS-CHANGED-COUNT            PIC 9(5) VALUE 0.
        01  WS-SUSPENDED-COUNT          PIC 9(5) VALUE 0.
        01  WS-REINSTATED-COUNT         PIC 9(5) VALUE 0.
      *> An entry as it appears in the audit trail: functions shown
      *> as their letters (F fix, S stage, A approve, R restore,
      *> M maintain this table), a dash where one is not held.
        01  WS-ENTRY-IMAGE.
            05  WS-EI-OPER-ID       PIC X(8).
            05  FILLER              PIC X VALUE SPACE.
            05  WS-EI-NAME          PIC X(30).
            05  FILLER              PIC X VALUE SPACE.
            05  WS-EI-STATUS        PIC X.
            05  FILLER              PIC X VALUE SPACE.
            05  WS-EI-FUNCTIONS.
                10  WS-EI-FIX       PIC X.
                10  WS-EI-STAGE     PIC X.
                10  WS-EI-APPROVE   PIC X.
                10  WS-EI-RESTORE   PIC X.
                10  WS-EI-ADMIN     PIC X.
            05  FILLER              PIC X VALUE SPACE.
        01  WS-AUTH-AUDIT-LINE.
      *> Assembled here and moved to the FD record area only after
      *> the OPEN succeeds, the same way REJFIX builds its audit
      *> record.
            05  WS-AA-DATE          PIC 9(8) VALUE ZERO.
            05  FILLER              PIC X VALUE SPACE.
            05  WS-AA-TIME          PIC 9(6) VALUE ZERO.
            05  FILLER              PIC X VALUE SPACE.
            05  WS-AA-ADMIN-ID      PIC X(8) VALUE SPACES.
            05  FILLER              PIC X VALUE SPACE.
            05  WS-AA-ACTION        PIC X(10) VALUE SPACES.
            05  FILLER              PIC X VALUE SPACE.
            05  WS-AA-OLD-ENTRY     PIC X(48) VALUE SPACES.
            05  FILLER              PIC X VALUE SPACE.
            05  WS-AA-NEW-ENTRY     PIC X(48) VALUE SPACES.
        01  WS-CURRENT-DATE-TIME.
            05  WS-CURR-DATE.
                10  WS-CURR-YYYY        PIC 9(4).
                10  WS-CURR-MM          PIC 9(2).
                10  WS-CURR-DD          PIC 9(2).
            05  WS-CURR-DATE-NUM REDEFINES WS-CURR-DATE
                                     PIC 9(8).
            05  WS-CURR-TIME.
                10  WS-CURR-HH          PIC 9(2).
                10  WS-CURR-MIN         PIC 9(2).
                10  WS-CURR-SS          PIC 9(2).
            05  WS-CURR-TIME-NUM REDEFINES WS-CURR-TIME
                                     PIC 9(6).
            05  FILLER                  PIC X(11).
000020 PROCEDURE      DIVISION.
000030   MAIN           SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.

           DISPLAY "AUTHMNT: enter security administrator id".
           ACCEPT WS-ADMIN-ID.
           IF WS-ADMIN-ID = SPACES
             DISPLAY "AUTHMNT: administrator id is required for the "
                     "audit trail - nothing changed"
             MOVE 8 TO RETURN-CODE
             MOVE "N" TO WS-SESSION-OK-FLAG
           END-IF.

           IF WS-SESSION-OK
             PERFORM 1000-OPEN-AUTHORITY-FILE
           END-IF.
           IF WS-SESSION-OK
             PERFORM 1100-CHECK-ADMINISTRATOR
           END-IF.

           IF NOT WS-SESSION-OK
             SET WS-ADMIN-DONE TO TRUE
           END-IF.
           PERFORM UNTIL WS-ADMIN-DONE
             PERFORM 2000-MAINTAIN-ONE-ID
           END-PERFORM.

           IF WS-OPER-IS-OPEN
             CLOSE OPER-FILE
             DISPLAY "AUTHMNT: enrolled " WS-ENROLLED-COUNT
                     " changed " WS-CHANGED-COUNT
                     " suspended " WS-SUSPENDED-COUNT
                     " reinstated " WS-REINSTATED-COUNT
           END-IF.

000040     STOP  RUN.

       1000-OPEN-AUTHORITY-FILE.
           OPEN I-O OPER-FILE.
           IF OPER-NOT-FOUND
             OPEN OUTPUT OPER-FILE
             IF OPER-FILE-OK
               CLOSE OPER-FILE
               OPEN I-O OPER-FILE
             END-IF
           END-IF.
           IF OPER-FILE-OK
             SET WS-OPER-IS-OPEN TO TRUE
           ELSE
             DISPLAY "AUTHMNT: could not open operator authority "
                     "file, status " OPER-FILE-STATUS
                     " - nothing changed"
             MOVE 12 TO RETURN-CODE
             MOVE "N" TO WS-SESSION-OK-FLAG
           END-IF.

       1100-CHECK-ADMINISTRATOR.
      *> An empty table has nobody to vouch for the first entry, so
      *> the first session may enrol only its own id, and only as a
      *> security administrator. From then on every change is made
      *> by an active administrator other than the id being changed.
           MOVE LOW-VALUES TO OP-OPER-ID.
           START OPER-FILE KEY IS NOT LESS THAN OP-OPER-ID
             INVALID KEY
               SET WS-TABLE-IS-EMPTY TO TRUE
           END-START.
           IF WS-TABLE-IS-EMPTY
             DISPLAY "AUTHMNT: operator authority table is empty - "
                     "enrol your own id as the first security "
                     "administrator"
           ELSE
             MOVE SPACES TO WS-REFUSE-TEXT
             MOVE WS-ADMIN-ID TO OP-OPER-ID
             READ OPER-FILE
               INVALID KEY
                 MOVE "is not on the operator authority file"
                   TO WS-REFUSE-TEXT
               NOT INVALID KEY
                 EVALUATE TRUE
                   WHEN NOT OP-IS-ACTIVE
                     MOVE "is suspended" TO WS-REFUSE-TEXT
                   WHEN NOT OP-ADMIN-ALLOWED
                     MOVE "is not authorized to maintain the table"
                       TO WS-REFUSE-TEXT
                 END-EVALUATE
             END-READ
             IF WS-REFUSE-TEXT NOT = SPACES
               DISPLAY "AUTHMNT: id " WS-ADMIN-ID " "
                       WS-REFUSE-TEXT " - nothing changed"
               MOVE "REFUSED"  TO WS-AA-ACTION
               MOVE SPACES     TO WS-AA-OLD-ENTRY
               MOVE WS-REFUSE-TEXT TO WS-AA-NEW-ENTRY
               PERFORM 8000-WRITE-AUTH-AUDIT
               MOVE 8 TO RETURN-CODE
               MOVE "N" TO WS-SESSION-OK-FLAG
             ELSE
               DISPLAY "AUTHMNT: signed on as " OP-NAME
             END-IF
           END-IF.

       2000-MAINTAIN-ONE-ID.
           DISPLAY "AUTHMNT: enter operator id, or blank to finish".
           MOVE SPACES TO WS-SEARCH-ID.
           ACCEPT WS-SEARCH-ID.
           EVALUATE TRUE
             WHEN WS-SEARCH-ID = SPACES
               SET WS-ADMIN-DONE TO TRUE
             WHEN WS-TABLE-IS-EMPTY AND WS-SEARCH-ID NOT = WS-ADMIN-ID
               DISPLAY "AUTHMNT: the first entry must be your own id"
             WHEN NOT WS-TABLE-IS-EMPTY AND WS-SEARCH-ID = WS-ADMIN-ID
               DISPLAY "AUTHMNT: another security administrator "
                       "must change your own entry"
             WHEN OTHER
               PERFORM 2100-LOOK-UP-ID
               PERFORM 2200-CHOOSE-ACTION
           END-EVALUATE.

       2100-LOOK-UP-ID.
           MOVE "N" TO WS-ID-FOUND-FLAG.
           MOVE WS-SEARCH-ID TO OP-OPER-ID.
           READ OPER-FILE
             INVALID KEY
               DISPLAY "Entry  : " WS-SEARCH-ID
                       " is not on the authority file"
             NOT INVALID KEY
               SET WS-ID-FOUND TO TRUE
               PERFORM 8600-BUILD-ENTRY-IMAGE
               MOVE WS-ENTRY-IMAGE TO WS-AA-OLD-ENTRY
               DISPLAY "Entry  : " WS-ENTRY-IMAGE
           END-READ.

       2200-CHOOSE-ACTION.
           MOVE SPACE TO WS-ACTION-REPLY.
           EVALUATE TRUE
             WHEN NOT WS-ID-FOUND
               DISPLAY "AUTHMNT: enter A to enrol, or blank to "
                       "leave it"
             WHEN OP-IS-ACTIVE
               DISPLAY "AUTHMNT: enter C to change, S to suspend, "
                       "or blank to leave it"
             WHEN OTHER
               DISPLAY "AUTHMNT: enter C to change, R to reinstate, "
                       "or blank to leave it"
           END-EVALUATE.
           ACCEPT WS-ACTION-REPLY.
           EVALUATE TRUE
             WHEN WS-ACTION-REPLY = SPACE
               CONTINUE
             WHEN NOT WS-ID-FOUND
                  AND (WS-ACTION-REPLY = "A" OR "a")
               PERFORM 3000-ENROL-ID
             WHEN WS-ID-FOUND
                  AND (WS-ACTION-REPLY = "C" OR "c")
               PERFORM 4000-CHANGE-ID
             WHEN WS-ID-FOUND AND OP-IS-ACTIVE
                  AND (WS-ACTION-REPLY = "S" OR "s")
               PERFORM 5000-SUSPEND-ID
             WHEN WS-ID-FOUND AND NOT OP-IS-ACTIVE
                  AND (WS-ACTION-REPLY = "R" OR "r")
               PERFORM 5500-REINSTATE-ID
             WHEN OTHER
               DISPLAY "AUTHMNT: action " WS-ACTION-REPLY
                       " does not apply - entry left as it is"
           END-EVALUATE.

       3000-ENROL-ID.
           MOVE SPACE TO WS-CONFIRM-REPLY.
           DISPLAY "AUTHMNT: enter the operator's name".
           MOVE SPACES TO WS-NEW-NAME.
           ACCEPT WS-NEW-NAME.
           PERFORM 3300-GET-FUNCTIONS.
           IF WS-TABLE-IS-EMPTY
             MOVE "Y" TO WS-NF-ADMIN
           END-IF.
           EVALUATE TRUE
             WHEN WS-NEW-NAME = SPACES
               DISPLAY "AUTHMNT: no name entered - id not enrolled"
             WHEN NOT WS-FUNC-OK
               DISPLAY "AUTHMNT: id not enrolled"
             WHEN OTHER
               PERFORM 6000-CONFIRM-CHANGE
           END-EVALUATE.
           IF WS-CONFIRM-REPLY = "Y"
             MOVE SPACES           TO OPER-REC
             MOVE WS-SEARCH-ID     TO OP-OPER-ID
             MOVE WS-NEW-NAME      TO OP-NAME
             MOVE "A"              TO OP-STATUS
             MOVE WS-NEW-FUNCTIONS TO OP-FUNCTIONS
             MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
             MOVE WS-CURR-DATE-NUM TO OP-CHANGED-DATE
             MOVE WS-ADMIN-ID      TO OP-CHANGED-BY
             WRITE OPER-REC
               INVALID KEY
                 DISPLAY "AUTHMNT: could not enrol " WS-SEARCH-ID
                         ", status " OPER-FILE-STATUS
                 IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
                 END-IF
               NOT INVALID KEY
                 ADD 1 TO WS-ENROLLED-COUNT
                 MOVE "N" TO WS-EMPTY-TABLE-FLAG
                 MOVE SPACES     TO WS-AA-OLD-ENTRY
                 MOVE "ENROLLED" TO WS-AA-ACTION
                 PERFORM 8100-AUDIT-NEW-ENTRY
                 DISPLAY "AUTHMNT: " WS-SEARCH-ID " enrolled"
             END-WRITE
           END-IF.

       3300-GET-FUNCTIONS.
      *> Letters in any order; a blank reply grants nothing, which
      *> leaves an id that is on file but can do nothing yet.
           DISPLAY "AUTHMNT: enter the functions this id may use - "
                   "any of F fix, S stage, A approve, R restore, "
                   "M maintain this table".
           MOVE SPACES TO WS-FUNC-REPLY.
           ACCEPT WS-FUNC-REPLY.
           MOVE "NNNNN" TO WS-NEW-FUNCTIONS.
           SET WS-FUNC-OK TO TRUE.
           PERFORM VARYING WS-FUNC-IDX FROM 1 BY 1
               UNTIL WS-FUNC-IDX > 10
             EVALUATE WS-FUNC-REPLY(WS-FUNC-IDX:1)
               WHEN "F" WHEN "f"
                 MOVE "Y" TO WS-NF-FIX
               WHEN "S" WHEN "s"
                 MOVE "Y" TO WS-NF-STAGE
               WHEN "A" WHEN "a"
                 MOVE "Y" TO WS-NF-APPROVE
               WHEN "R" WHEN "r"
                 MOVE "Y" TO WS-NF-RESTORE
               WHEN "M" WHEN "m"
                 MOVE "Y" TO WS-NF-ADMIN
               WHEN SPACE
                 CONTINUE
               WHEN OTHER
                 MOVE "N" TO WS-FUNC-OK-FLAG
             END-EVALUATE
           END-PERFORM.
           IF NOT WS-FUNC-OK
             DISPLAY "AUTHMNT: functions must be taken from the "
                     "letters F S A R M"
           END-IF.

       4000-CHANGE-ID.
           MOVE SPACE TO WS-CONFIRM-REPLY.
           DISPLAY "AUTHMNT: enter the new name, or blank to keep "
                   "it".
           MOVE SPACES TO WS-NEW-NAME.
           ACCEPT WS-NEW-NAME.
           IF WS-NEW-NAME = SPACES
             MOVE OP-NAME TO WS-NEW-NAME
           END-IF.
           PERFORM 3300-GET-FUNCTIONS.
           EVALUATE TRUE
             WHEN NOT WS-FUNC-OK
               DISPLAY "AUTHMNT: entry left as it is"
             WHEN WS-NEW-NAME = OP-NAME
                  AND WS-NEW-FUNCTIONS = OP-FUNCTIONS
               DISPLAY "AUTHMNT: entry is unchanged - nothing to "
                       "post"
             WHEN OTHER
               PERFORM 6000-CONFIRM-CHANGE
           END-EVALUATE.
           IF WS-CONFIRM-REPLY = "Y"
             MOVE WS-NEW-NAME      TO OP-NAME
             MOVE WS-NEW-FUNCTIONS TO OP-FUNCTIONS
             MOVE "CHANGED"        TO WS-AA-ACTION
             PERFORM 7000-REWRITE-ENTRY
             IF OPER-FILE-OK
               ADD 1 TO WS-CHANGED-COUNT
             END-IF
           END-IF.

       5000-SUSPEND-ID.
           PERFORM 6000-CONFIRM-CHANGE.
           IF WS-CONFIRM-REPLY = "Y"
             MOVE "S"         TO OP-STATUS
             MOVE "SUSPENDED" TO WS-AA-ACTION
             PERFORM 7000-REWRITE-ENTRY
             IF OPER-FILE-OK
               ADD 1 TO WS-SUSPENDED-COUNT
             END-IF
           END-IF.

       5500-REINSTATE-ID.
           PERFORM 6000-CONFIRM-CHANGE.
           IF WS-CONFIRM-REPLY = "Y"
             MOVE "A"          TO OP-STATUS
             MOVE "REINSTATED" TO WS-AA-ACTION
             PERFORM 7000-REWRITE-ENTRY
             IF OPER-FILE-OK
               ADD 1 TO WS-REINSTATED-COUNT
             END-IF
           END-IF.

       6000-CONFIRM-CHANGE.
           DISPLAY "AUTHMNT: enter Y to post this change to the "
                   "authority file".
           MOVE SPACE TO WS-CONFIRM-REPLY.
           ACCEPT WS-CONFIRM-REPLY.
           IF WS-CONFIRM-REPLY = "y"
             MOVE "Y" TO WS-CONFIRM-REPLY
           END-IF.
           IF WS-CONFIRM-REPLY NOT = "Y"
             DISPLAY "AUTHMNT: not confirmed - entry left as it is"
           END-IF.

       7000-REWRITE-ENTRY.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURR-DATE-NUM TO OP-CHANGED-DATE.
           MOVE WS-ADMIN-ID      TO OP-CHANGED-BY.
           REWRITE OPER-REC
             INVALID KEY
               DISPLAY "AUTHMNT: could not change " WS-SEARCH-ID
                       ", status " OPER-FILE-STATUS
               IF RETURN-CODE < 8
                 MOVE 8 TO RETURN-CODE
               END-IF
             NOT INVALID KEY
               PERFORM 8100-AUDIT-NEW-ENTRY
               DISPLAY "AUTHMNT: " WS-SEARCH-ID " "
                       WS-AA-ACTION
           END-REWRITE.

       8000-WRITE-AUTH-AUDIT.
      *> Stamped with the time of the change, not of the sign-on.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           OPEN EXTEND AUTH-AUDIT-FILE.
           IF NOT AUTH-AUDIT-FILE-OK
             CLOSE AUTH-AUDIT-FILE
             OPEN OUTPUT AUTH-AUDIT-FILE
           END-IF.
           IF AUTH-AUDIT-FILE-OK
             MOVE WS-CURR-DATE-NUM TO WS-AA-DATE
             MOVE WS-CURR-TIME-NUM TO WS-AA-TIME
             MOVE WS-ADMIN-ID      TO WS-AA-ADMIN-ID
             MOVE WS-AUTH-AUDIT-LINE TO AUTH-AUDIT-REC
             WRITE AUTH-AUDIT-REC
             CLOSE AUTH-AUDIT-FILE
           ELSE
             DISPLAY "AUTHMNT: could not write audit record, status "
                     AUTH-AUDIT-FILE-STATUS
             IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
             END-IF
           END-IF.

       8100-AUDIT-NEW-ENTRY.
           PERFORM 8600-BUILD-ENTRY-IMAGE.
           MOVE WS-ENTRY-IMAGE TO WS-AA-NEW-ENTRY.
           PERFORM 8000-WRITE-AUTH-AUDIT.

       8600-BUILD-ENTRY-IMAGE.
           MOVE OP-OPER-ID TO WS-EI-OPER-ID.
           MOVE OP-NAME    TO WS-EI-NAME.
           MOVE OP-STATUS  TO WS-EI-STATUS.
           MOVE "-----"    TO WS-EI-FUNCTIONS.
           IF OP-FIX-ALLOWED
             MOVE "F" TO WS-EI-FIX
           END-IF.
           IF OP-STAGE-ALLOWED
             MOVE "S" TO WS-EI-STAGE
           END-IF.
           IF OP-APPROVE-ALLOWED
             MOVE "A" TO WS-EI-APPROVE
           END-IF.
           IF OP-RESTORE-ALLOWED
             MOVE "R" TO WS-EI-RESTORE
           END-IF.
           IF OP-ADMIN-ALLOWED
             MOVE "M" TO WS-EI-ADMIN
           END-IF.
