000000 IDENTIFICATION DIVISION.
000010 PROGRAM-ID.    PENDCAN.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
          FILE-CONTROL.
            SELECT PEND-FILE ASSIGN TO "PENDFILE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PD-FULL-KEY
              STATUS PEND-FILE-STATUS.
            SELECT AUDIT-FILE ASSIGN TO 'rejaudit.log'
              ORGANIZATION IS LINE SEQUENTIAL
              STATUS AUDIT-FILE-STATUS.
       DATA DIVISION.
         FILE SECTION.
        FD  PEND-FILE.
      *> Must mirror pendrel.cbl's PEND-REC exactly.
        01  PEND-REC.
            05  PD-FULL-KEY.
                10  PD-EFF-DATE     PIC 9(8).
                10  PD-KEY          PIC X(9).
            05  PD-DATA             PIC X(10).
            05  PD-OFFICE           PIC X(5).
            05  PD-BATCH-DATE       PIC X(8).
            05  PD-LOAD-DATE        PIC 9(8).
            05  PD-STATUS           PIC X.
                88  PD-IS-PENDING       VALUE "P".
                88  PD-IS-RELEASED      VALUE "R".
                88  PD-IS-CANCELLED     VALUE "X".
            05  PD-STATUS-DATE      PIC 9(8).
            05  PD-STATUS-USER      PIC X(8).
        FD  AUDIT-FILE.
        01  AUDIT-REC.
            05  AUDIT-DATE          PIC 9(8).
            05  FILLER              PIC X.
            05  AUDIT-TIME          PIC 9(6).
            05  FILLER              PIC X.
            05  AUDIT-USER          PIC X(8).
            05  FILLER              PIC X.
            05  AUDIT-ACTION        PIC X(9).
            05  FILLER              PIC X.
            05  AUDIT-REASON        PIC X(2).
            05  FILLER              PIC X.
            05  AUDIT-OLD-IMAGE     PIC X(22).
            05  FILLER              PIC X.
            05  AUDIT-NEW-IMAGE     PIC X(22).
      *> Second identity on the record: used by the resubmission
      *> approval step; spaces where only one identity is involved.
            05  FILLER              PIC X.
            05  AUDIT-USER2         PIC X(8).
         WORKING-STORAGE SECTION.
        01  PEND-FILE-STATUS            PIC XX.
            88  PEND-FILE-OK                VALUE "00".
            88  PEND-NOT-FOUND              VALUE "23" "35".
        01  AUDIT-FILE-STATUS           PIC XX.
            88  AUDIT-FILE-OK               VALUE "00".
        01  WS-CANCEL-OK-FLAG           PIC X VALUE "Y".
            88  WS-CANCEL-OK                VALUE "Y".
        01  WS-PEND-OPEN-FLAG           PIC X VALUE "N".
            88  WS-PEND-IS-OPEN             VALUE "Y".
        01  WS-OPERATOR-ID              PIC X(8).
        01  WS-KEY-REPLY                PIC X(9).
        01  WS-DATE-REPLY               PIC X(8).
        01  WS-DATE-REPLY-NUM REDEFINES WS-DATE-REPLY
                                        PIC 9(8).
        01  WS-CONFIRM-REPLY            PIC X.
      *> Audit images: the business key, the effective date and the
      *> pending-change status before and after, in the 22-byte
      *> image columns.
        01  WS-PEND-IMAGE.
            05  WS-PI-KEY           PIC X(9).
            05  FILLER              PIC X VALUE SPACE.
            05  WS-PI-EFF-DATE      PIC 9(8).
            05  FILLER              PIC X VALUE SPACE.
            05  WS-PI-STATUS        PIC X.
            05  FILLER              PIC X(2) VALUE SPACES.
        01  WS-AUDIT-LINE.
      *> The audit image is assembled here and moved to the FD
      *> record area only after the OPEN succeeds, the same way
      *> REJFIX builds its audit record.
            05  WS-AUD-DATE         PIC 9(8) VALUE ZERO.
            05  FILLER              PIC X VALUE SPACE.
            05  WS-AUD-TIME         PIC 9(6) VALUE ZERO.
            05  FILLER              PIC X VALUE SPACE.
            05  WS-AUD-USER         PIC X(8) VALUE SPACES.
            05  FILLER              PIC X VALUE SPACE.
            05  WS-AUD-ACTION       PIC X(9) VALUE "CANCELLED".
            05  FILLER              PIC X VALUE SPACE.
            05  WS-AUD-REASON       PIC X(2) VALUE SPACES.
            05  FILLER              PIC X VALUE SPACE.
            05  WS-AUD-OLD-IMAGE    PIC X(22) VALUE SPACES.
            05  FILLER              PIC X VALUE SPACE.
            05  WS-AUD-NEW-IMAGE    PIC X(22) VALUE SPACES.
            05  FILLER              PIC X VALUE SPACE.
            05  WS-AUD-USER2        PIC X(8) VALUE SPACES.
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

           DISPLAY "PENDCAN: enter operator id".
           ACCEPT WS-OPERATOR-ID.
           IF WS-OPERATOR-ID = SPACES
             DISPLAY "PENDCAN: operator id is required for the "
                     "audit trail - nothing cancelled"
             MOVE 8 TO RETURN-CODE
             MOVE "N" TO WS-CANCEL-OK-FLAG
           END-IF.

           IF WS-CANCEL-OK
             PERFORM 1000-OPEN-PENDING-FILE
           END-IF.
           IF WS-CANCEL-OK
             PERFORM 2000-CHOOSE-CHANGE
           END-IF.
           IF WS-CANCEL-OK
             PERFORM 3000-CONFIRM-CANCEL
           END-IF.
           IF WS-CANCEL-OK
             PERFORM 4000-CANCEL-CHANGE
           END-IF.
           IF WS-PEND-IS-OPEN
             CLOSE PEND-FILE
           END-IF.

000040     STOP  RUN.

       1000-OPEN-PENDING-FILE.
           OPEN I-O PEND-FILE.
           EVALUATE TRUE
             WHEN PEND-FILE-OK
               SET WS-PEND-IS-OPEN TO TRUE
             WHEN PEND-NOT-FOUND
               DISPLAY "PENDCAN: no pending-change file - nothing "
                       "is pending"
               MOVE "N" TO WS-CANCEL-OK-FLAG
             WHEN OTHER
               DISPLAY "PENDCAN: could not open pending-change file, "
                       "status " PEND-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               MOVE "N" TO WS-CANCEL-OK-FLAG
           END-EVALUATE.

       2000-CHOOSE-CHANGE.
      *> A key can have more than one change pending under different
      *> effective dates, so both halves of the record key are asked
      *> for; PENDRPT lists them.
           DISPLAY "PENDCAN: enter the business key of the change".
           MOVE SPACES TO WS-KEY-REPLY.
           ACCEPT WS-KEY-REPLY.
           DISPLAY "PENDCAN: enter its effective date (YYYYMMDD)".
           MOVE SPACES TO WS-DATE-REPLY.
           ACCEPT WS-DATE-REPLY.
           IF WS-KEY-REPLY = SPACES
              OR WS-DATE-REPLY NOT NUMERIC
             DISPLAY "PENDCAN: key and an 8-digit effective date are "
                     "both required - nothing cancelled"
             MOVE 4 TO RETURN-CODE
             MOVE "N" TO WS-CANCEL-OK-FLAG
           ELSE
             MOVE WS-DATE-REPLY-NUM TO PD-EFF-DATE
             MOVE WS-KEY-REPLY      TO PD-KEY
             READ PEND-FILE
               INVALID KEY
                 DISPLAY "PENDCAN: no change for key [" WS-KEY-REPLY
                         "] effective " WS-DATE-REPLY
                         " - nothing cancelled"
                 MOVE 4 TO RETURN-CODE
                 MOVE "N" TO WS-CANCEL-OK-FLAG
               NOT INVALID KEY
                 PERFORM 2100-CHECK-STILL-PENDING
             END-READ
           END-IF.

       2100-CHECK-STILL-PENDING.
           EVALUATE TRUE
             WHEN PD-IS-PENDING
               DISPLAY "Pending: " PD-KEY " [" PD-DATA "] from "
                       PD-OFFICE " batch " PD-BATCH-DATE
                       " effective " PD-EFF-DATE
             WHEN PD-IS-RELEASED
               DISPLAY "PENDCAN: change was released " PD-STATUS-DATE
                       " - it is on the master now; correct it with "
                       "MSTMAINT"
               MOVE 4 TO RETURN-CODE
               MOVE "N" TO WS-CANCEL-OK-FLAG
             WHEN OTHER
               DISPLAY "PENDCAN: change was already cancelled "
                       PD-STATUS-DATE " by " PD-STATUS-USER
               MOVE 4 TO RETURN-CODE
               MOVE "N" TO WS-CANCEL-OK-FLAG
           END-EVALUATE.

       3000-CONFIRM-CANCEL.
           IF PD-EFF-DATE <= WS-CURR-DATE-NUM
             DISPLAY "PENDCAN: change is already due and will be "
                     "released by tonight's PENDREL unless cancelled"
           END-IF.
           DISPLAY "PENDCAN: enter Y to cancel it".
           MOVE SPACE TO WS-CONFIRM-REPLY.
           ACCEPT WS-CONFIRM-REPLY.
           IF WS-CONFIRM-REPLY NOT = "Y" AND WS-CONFIRM-REPLY NOT = "y"
             DISPLAY "PENDCAN: not confirmed - change still pending"
             MOVE "N" TO WS-CANCEL-OK-FLAG
           END-IF.

       4000-CANCEL-CHANGE.
      *> The record stays on file marked X: PENDREL passes it over,
      *> and the store keeps the history of what was sent.
           MOVE PD-KEY      TO WS-PI-KEY.
           MOVE PD-EFF-DATE TO WS-PI-EFF-DATE.
           MOVE PD-STATUS   TO WS-PI-STATUS.
           MOVE WS-PEND-IMAGE TO WS-AUD-OLD-IMAGE.
           MOVE "X"              TO PD-STATUS.
           MOVE WS-CURR-DATE-NUM TO PD-STATUS-DATE.
           MOVE WS-OPERATOR-ID   TO PD-STATUS-USER.
           REWRITE PEND-REC
             INVALID KEY
               DISPLAY "PENDCAN: could not rewrite pending change, "
                       "status " PEND-FILE-STATUS
                       " - change still pending"
               MOVE 8 TO RETURN-CODE
             NOT INVALID KEY
               MOVE PD-STATUS     TO WS-PI-STATUS
               MOVE WS-PEND-IMAGE TO WS-AUD-NEW-IMAGE
               PERFORM 8000-WRITE-AUDIT-RECORD
               DISPLAY "PENDCAN: change for " PD-KEY " effective "
                       PD-EFF-DATE " cancelled"
           END-REWRITE.

       8000-WRITE-AUDIT-RECORD.
           OPEN EXTEND AUDIT-FILE.
           IF NOT AUDIT-FILE-OK
             CLOSE AUDIT-FILE
             OPEN OUTPUT AUDIT-FILE
           END-IF.
           IF AUDIT-FILE-OK
             MOVE WS-CURR-DATE-NUM TO WS-AUD-DATE
             MOVE WS-CURR-TIME-NUM TO WS-AUD-TIME
             MOVE WS-OPERATOR-ID   TO WS-AUD-USER
             MOVE WS-AUDIT-LINE    TO AUDIT-REC
             WRITE AUDIT-REC
             CLOSE AUDIT-FILE
           ELSE
             DISPLAY "PENDCAN: could not write audit record, status "
                     AUDIT-FILE-STATUS
             IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
             END-IF
           END-IF.
