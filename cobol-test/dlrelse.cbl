000000 IDENTIFICATION DIVISION.
000010 PROGRAM-ID.    DLRELSE.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
          FILE-CONTROL.
            SELECT HOLD-FILE ASSIGN TO 'subhold.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              STATUS HOLD-FILE-STATUS.
            SELECT WITHHELD-FILE ASSIGN TO 'subwheld.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              STATUS WITHHELD-STATUS.
            SELECT AUDIT-FILE ASSIGN TO 'rejaudit.log'
              ORGANIZATION IS LINE SEQUENTIAL
              STATUS AUDIT-FILE-STATUS.
       DATA DIVISION.
         FILE SECTION.
        FD  HOLD-FILE.
      *> Must mirror dlrecon.cbl's HOLD-REC exactly.
        01  HOLD-REC.
            05  SH-SUB-ID           PIC X(8).
            05  FILLER              PIC X.
            05  SH-STATUS           PIC X.
                88  SH-IS-HELD          VALUE "H".
                88  SH-IS-RELEASED      VALUE "R".
            05  FILLER              PIC X.
            05  SH-STAMP-DATE       PIC 9(8).
            05  FILLER              PIC X.
            05  SH-STAMP-TIME       PIC 9(6).
            05  FILLER              PIC X.
            05  SH-OPERATOR         PIC X(8).
            05  FILLER              PIC X.
            05  SH-UNACKED-COUNT    PIC 9(5).
        FD  WITHHELD-FILE.
      *> Must mirror dlsplit.cbl's WITHHELD-REC exactly.
        01  WITHHELD-REC.
            05  WH-SUB-ID           PIC X(8).
            05  FILLER              PIC X.
            05  WH-RUN-DATE         PIC 9(8).
            05  FILLER              PIC X.
            05  WH-SENT-DATE        PIC 9(8).
            05  FILLER              PIC X.
            05  WH-DELTA-IMAGE      PIC X(31).
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
        01  HOLD-FILE-STATUS            PIC XX.
            88  HOLD-FILE-OK                VALUE "00".
        01  AUDIT-FILE-STATUS           PIC XX.
            88  AUDIT-FILE-OK               VALUE "00".
        01  WITHHELD-STATUS             PIC XX.
            88  WITHHELD-OK                 VALUE "00".
        01  WS-WHELD-EOF-FLAG           PIC X VALUE "N".
            88  WS-WHELD-EOF                VALUE "Y".
      *> Deltas DLSPLIT has kept back from the subscriber, counted
      *> by the run date of the night each belonged to.
        01  WS-WHELD-RUN-DATE           PIC 9(8) VALUE 0.
        01  WS-WHELD-NIGHT-COUNT        PIC 9(9) VALUE 0.
        01  WS-WHELD-TOTAL              PIC 9(9) VALUE 0.
        01  WS-RELEASE-OK-FLAG          PIC X VALUE "Y".
            88  WS-RELEASE-OK               VALUE "Y".
        01  WS-HOLD-EOF-FLAG            PIC X VALUE "N".
            88  WS-HOLD-EOF                 VALUE "Y".
        01  WS-OPERATOR-ID              PIC X(8).
        01  WS-SUB-REPLY                PIC X(8).
        01  WS-CONFIRM-REPLY            PIC X.
      *> subhold.dat is line sequential: it is read whole into this
      *> table, the one line changed, and written back whole.
        01  WS-HOLD-COUNT               PIC 9(3) VALUE 0.
        01  WS-HELD-NOW-COUNT           PIC 9(3) VALUE 0.
        01  WS-HOLD-IDX                 PIC 9(3) COMP.
        01  WS-HOLD-SLOT                PIC 9(3) COMP VALUE 0.
        01  WS-HOLD-TABLE.
            05  WS-HOLD-LINE            PIC X(41) OCCURS 99 TIMES.
        01  WS-HOLD-VIEW.
            05  WS-HV-SUB-ID        PIC X(8).
            05  FILLER              PIC X.
            05  WS-HV-STATUS        PIC X.
                88  WS-HV-HELD          VALUE "H".
            05  FILLER              PIC X.
            05  WS-HV-STAMP-DATE    PIC 9(8).
            05  FILLER              PIC X.
            05  WS-HV-STAMP-TIME    PIC 9(6).
            05  FILLER              PIC X.
            05  WS-HV-OPERATOR      PIC X(8).
            05  FILLER              PIC X.
            05  WS-HV-UNACKED-COUNT PIC 9(5).
      *> Audit images: the subscriber id and its hold status before
      *> and after, in the 22-byte image columns.
        01  WS-HOLD-IMAGE.
            05  WS-HI-SUB-ID        PIC X(8).
            05  FILLER              PIC X VALUE SPACE.
            05  WS-HI-STATE         PIC X(8).
            05  FILLER              PIC X(5) VALUE SPACES.
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
            05  WS-AUD-ACTION       PIC X(9) VALUE "UNBLOCKED".
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

           DISPLAY "DLRELSE: enter operator id".
           ACCEPT WS-OPERATOR-ID.
           IF WS-OPERATOR-ID = SPACES
             DISPLAY "DLRELSE: operator id is required for the "
                     "audit trail - nothing released"
             MOVE 8 TO RETURN-CODE
             MOVE "N" TO WS-RELEASE-OK-FLAG
           END-IF.

           IF WS-RELEASE-OK
             PERFORM 1000-LOAD-HOLDS
           END-IF.
           IF WS-RELEASE-OK
             PERFORM 2000-CHOOSE-SUBSCRIBER
           END-IF.
           IF WS-RELEASE-OK
             PERFORM 3000-CONFIRM-RELEASE
           END-IF.
           IF WS-RELEASE-OK
             PERFORM 4000-RELEASE-SUBSCRIBER
           END-IF.

000040     STOP  RUN.

       1000-LOAD-HOLDS.
           OPEN INPUT HOLD-FILE.
           IF NOT HOLD-FILE-OK
             DISPLAY "DLRELSE: no hold file, status "
                     HOLD-FILE-STATUS " - no subscriber is held"
             MOVE "N" TO WS-RELEASE-OK-FLAG
           ELSE
             PERFORM UNTIL WS-HOLD-EOF
               READ HOLD-FILE
                 AT END
                   SET WS-HOLD-EOF TO TRUE
                 NOT AT END
                   PERFORM 1100-FILE-ONE-HOLD
               END-READ
             END-PERFORM
             CLOSE HOLD-FILE
             IF WS-RELEASE-OK AND WS-HELD-NOW-COUNT = 0
               DISPLAY "DLRELSE: no subscriber is held"
               MOVE "N" TO WS-RELEASE-OK-FLAG
             END-IF
           END-IF.

       1100-FILE-ONE-HOLD.
           IF WS-HOLD-COUNT >= 99
      *> Rewriting a file this program could not read whole would
      *> lose the lines past the table, so nothing is released.
             DISPLAY "DLRELSE: hold file longer than 99 lines - "
                     "nothing released"
             MOVE 8 TO RETURN-CODE
             MOVE "N" TO WS-RELEASE-OK-FLAG
             SET WS-HOLD-EOF TO TRUE
           ELSE
             ADD 1 TO WS-HOLD-COUNT
             MOVE HOLD-REC TO WS-HOLD-LINE(WS-HOLD-COUNT)
             IF SH-IS-HELD
               ADD 1 TO WS-HELD-NOW-COUNT
               DISPLAY "Held   : " SH-SUB-ID " since " SH-STAMP-DATE
                       " " SH-STAMP-TIME " - " SH-UNACKED-COUNT
                       " overdue extracts in a row"
             END-IF
           END-IF.

       2000-CHOOSE-SUBSCRIBER.
           DISPLAY "DLRELSE: enter the subscriber id to release".
           MOVE SPACES TO WS-SUB-REPLY.
           ACCEPT WS-SUB-REPLY.
           MOVE 0 TO WS-HOLD-SLOT.
           IF WS-SUB-REPLY NOT = SPACES
             PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                 UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
                    OR WS-HOLD-SLOT > 0
               MOVE WS-HOLD-LINE(WS-HOLD-IDX) TO WS-HOLD-VIEW
               IF WS-HV-SUB-ID = WS-SUB-REPLY AND WS-HV-HELD
                 MOVE WS-HOLD-IDX TO WS-HOLD-SLOT
               END-IF
             END-PERFORM
           END-IF.
           IF WS-HOLD-SLOT = 0
             DISPLAY "DLRELSE: subscriber [" WS-SUB-REPLY
                     "] is not held - nothing released"
             MOVE 4 TO RETURN-CODE
             MOVE "N" TO WS-RELEASE-OK-FLAG
           END-IF.

       3000-CONFIRM-RELEASE.
           PERFORM 3100-LIST-WITHHELD-NIGHTS.
           IF WS-WHELD-TOTAL > 0
             DISPLAY "DLRELSE: subscriber " WS-SUB-REPLY " will be "
                     "cut again from the next DLSPLIT run, and the "
                     WS-WHELD-TOTAL " delta(s) withheld above go "
                     "out at the head of that extract"
           ELSE
             DISPLAY "DLRELSE: subscriber " WS-SUB-REPLY " will be "
                     "cut again from the next DLSPLIT run; no deltas "
                     "were withheld from it while held"
           END-IF.
           DISPLAY "DLRELSE: enter Y to release it".
           MOVE SPACE TO WS-CONFIRM-REPLY.
           ACCEPT WS-CONFIRM-REPLY.
           IF WS-CONFIRM-REPLY NOT = "Y" AND WS-CONFIRM-REPLY NOT = "y"
             DISPLAY "DLRELSE: not confirmed - subscriber still held"
             MOVE "N" TO WS-RELEASE-OK-FLAG
           END-IF.

       3100-LIST-WITHHELD-NIGHTS.
      *> DLSPLIT adds each night's withheld deltas to the end of
      *> subwheld.dat, so one subscriber's lines for a night lie
      *> together and a change of run date closes that night's count.
      *> Lines already marked sent went out in an earlier extract.
           OPEN INPUT WITHHELD-FILE.
           IF WITHHELD-OK
             PERFORM UNTIL WS-WHELD-EOF
               READ WITHHELD-FILE
                 AT END
                   SET WS-WHELD-EOF TO TRUE
                 NOT AT END
                   IF WH-SUB-ID = WS-SUB-REPLY AND WH-SENT-DATE = 0
                     IF WH-RUN-DATE NOT = WS-WHELD-RUN-DATE
                       PERFORM 3200-SHOW-WITHHELD-NIGHT
                       MOVE WH-RUN-DATE TO WS-WHELD-RUN-DATE
                     END-IF
                     ADD 1 TO WS-WHELD-NIGHT-COUNT
                     ADD 1 TO WS-WHELD-TOTAL
                   END-IF
               END-READ
             END-PERFORM
             CLOSE WITHHELD-FILE
             PERFORM 3200-SHOW-WITHHELD-NIGHT
           END-IF.

       3200-SHOW-WITHHELD-NIGHT.
           IF WS-WHELD-NIGHT-COUNT > 0
             DISPLAY "Withheld: run date " WS-WHELD-RUN-DATE " - "
                     WS-WHELD-NIGHT-COUNT " delta(s)"
           END-IF.
           MOVE 0 TO WS-WHELD-NIGHT-COUNT.

       4000-RELEASE-SUBSCRIBER.
      *> The release stamp is what DLRECON counts from afterwards:
      *> the overdue extracts that caused this hold never count
      *> against the subscriber again.
           MOVE WS-HOLD-LINE(WS-HOLD-SLOT) TO WS-HOLD-VIEW.
           MOVE "R"              TO WS-HV-STATUS.
           MOVE WS-CURR-DATE-NUM TO WS-HV-STAMP-DATE.
           MOVE WS-CURR-TIME-NUM TO WS-HV-STAMP-TIME.
           MOVE WS-OPERATOR-ID   TO WS-HV-OPERATOR.
           MOVE 0                TO WS-HV-UNACKED-COUNT.
           MOVE WS-HOLD-VIEW     TO WS-HOLD-LINE(WS-HOLD-SLOT).
           OPEN OUTPUT HOLD-FILE.
           IF NOT HOLD-FILE-OK
             DISPLAY "DLRELSE: could not rewrite hold file, status "
                     HOLD-FILE-STATUS " - subscriber still held"
             MOVE 8 TO RETURN-CODE
           ELSE
             PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                 UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
               MOVE WS-HOLD-LINE(WS-HOLD-IDX) TO HOLD-REC
               WRITE HOLD-REC
             END-PERFORM
             CLOSE HOLD-FILE
             MOVE WS-SUB-REPLY TO WS-HI-SUB-ID
             MOVE "HELD"       TO WS-HI-STATE
             MOVE WS-HOLD-IMAGE TO WS-AUD-OLD-IMAGE
             MOVE "RELEASED"   TO WS-HI-STATE
             MOVE WS-HOLD-IMAGE TO WS-AUD-NEW-IMAGE
             PERFORM 8000-WRITE-AUDIT-RECORD
             DISPLAY "DLRELSE: subscriber " WS-SUB-REPLY " released"
           END-IF.

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
             DISPLAY "DLRELSE: could not write audit record, status "
                     AUDIT-FILE-STATUS
             IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
             END-IF
           END-IF.
