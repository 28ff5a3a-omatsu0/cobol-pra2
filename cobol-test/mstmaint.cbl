000000 IDENTIFICATION DIVISION.
000010 PROGRAM-ID.    MSTMAINT.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
          FILE-CONTROL.
            SELECT MASTER-FILE ASSIGN TO "MASTERFILE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MS-KEY
              STATUS MASTER-FILE-STATUS.
            SELECT AUDIT-FILE ASSIGN TO 'rejaudit.log'
              ORGANIZATION IS LINE SEQUENTIAL
              STATUS AUDIT-FILE-STATUS.
            SELECT ADJUST-FILE ASSIGN TO 'adjdelta.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              STATUS ADJUST-FILE-STATUS.
            SELECT CHAIN-FILE ASSIGN TO 'chainstat.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              STATUS CHAIN-FILE-STATUS.
       DATA DIVISION.
         FILE SECTION.
        FD  MASTER-FILE.
      *> Must mirror hello2.cbl's master layout exactly: the control
      *> record under the reserved key *CONTROL* carries the record
      *> count and character checksum every program that opens the
      *> master verifies first. This is the one program that changes
      *> single master records in place, so it keeps the control
      *> record in step with every write it makes.
        01  MASTER-REC.
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
        FD  ADJUST-FILE.
      *> Manual-adjustment deltas waiting for the next hand-off. Each
      *> record carries a ready-made delta interface detail (the same
      *> 31-byte layout as hello2.cbl's DELTA-REC) behind the time it
      *> was keyed and who keyed it. HELLO copies every adjustment
      *> keyed before its run into that night's delta.dat, so billing
      *> and the DLSPLIT subscribers see the change exactly as they
      *> see a feed change; DLSPLIT clears the ones it has delivered.
        01  ADJUST-REC.
            05  AJ-ENTRY-DATE       PIC 9(8).
            05  FILLER              PIC X.
            05  AJ-ENTRY-TIME       PIC 9(6).
            05  FILLER              PIC X.
            05  AJ-OPERATOR         PIC X(8).
            05  FILLER              PIC X.
            05  AJ-DELTA-IMAGE.
                10  AJ-REC-TYPE     PIC X.
                10  AJ-TRANS-CODE   PIC X.
                10  AJ-KEY          PIC X(9).
                10  AJ-OLD-DATA     PIC X(10).
                10  AJ-NEW-DATA     PIC X(10).
        FD  CHAIN-FILE.
      *> Must mirror hello2.cbl's STATUS-REC exactly.
        01  CHAIN-REC.
            05  CS-PROGRAM          PIC X(8).
            05  CS-RUN-DATE         PIC 9(8).
            05  CS-RUN-TIME         PIC 9(6).
            05  CS-RECORD-COUNT     PIC 9(9).
            05  CS-REJECT-COUNT     PIC 9(9).
            05  CS-BATCH-COUNT      PIC 9(5).
            05  CS-TRAILER-VERIFY   PIC X(4).
            05  CS-ADDED-CNT        PIC 9(9).
            05  CS-CHANGED-CNT      PIC 9(9).
            05  CS-DELETED-CNT      PIC 9(9).
            05  CS-CKPT-PENDING     PIC X.
            05  CS-STATUS-CODE      PIC 9(2).
         WORKING-STORAGE SECTION.
        01  MASTER-FILE-STATUS          PIC XX.
            88  MASTER-FILE-OK              VALUE "00".
        01  AUDIT-FILE-STATUS           PIC XX.
            88  AUDIT-FILE-OK               VALUE "00".
        01  ADJUST-FILE-STATUS          PIC XX.
            88  ADJUST-FILE-OK              VALUE "00".
        01  CHAIN-FILE-STATUS           PIC XX.
            88  CHAIN-FILE-OK               VALUE "00".
        01  WS-SESSION-OK-FLAG          PIC X VALUE "Y".
            88  WS-SESSION-OK               VALUE "Y".
        01  WS-DONE-FLAG                PIC X VALUE "N".
            88  WS-OPERATOR-DONE            VALUE "Y".
        01  WS-MASTER-OPEN-FLAG         PIC X VALUE "N".
            88  WS-MASTER-IS-OPEN           VALUE "Y".
        01  WS-KEY-FOUND-FLAG           PIC X VALUE "N".
            88  WS-KEY-FOUND                VALUE "Y".
        01  WS-MVERIFY-EOF-FLAG         PIC X VALUE "N".
            88  WS-MVERIFY-EOF              VALUE "Y".
        01  WS-CHAIN-EOF-FLAG           PIC X VALUE "N".
            88  WS-CHAIN-EOF                VALUE "Y".
      *> Where today's chain has got to, from its own records.
        01  WS-CHAIN-STARTED-FLAG       PIC X VALUE "N".
            88  WS-CHAIN-STARTED            VALUE "Y".
        01  WS-CHAIN-POSTED-FLAG        PIC X VALUE "N".
            88  WS-CHAIN-POSTED             VALUE "Y".
        01  WS-CHAIN-ARCHIVED-FLAG      PIC X VALUE "N".
            88  WS-CHAIN-ARCHIVED           VALUE "Y".
        01  WS-CHAIN-SPLIT-FLAG         PIC X VALUE "N".
            88  WS-CHAIN-SPLIT              VALUE "Y".
        01  WS-OPERATOR-ID              PIC X(8).
        01  WS-SEARCH-KEY               PIC X(9).
        01  WS-ACTION-REPLY             PIC X.
        01  WS-NEW-DATA                 PIC X(10).
        01  WS-NEW-OFFICE               PIC X(5).
        01  WS-CONFIRM-REPLY            PIC X.
      *> The control totals as this session believes them to be:
      *> proven against the file at sign-on, re-read before every
      *> change, and moved by exactly the record that changed.
        01  WS-CTL-COUNT                PIC 9(9) VALUE 0.
        01  WS-CTL-SUM                  PIC 9(9) VALUE 0.
        01  WS-MASTER-VERIFY-COUNT      PIC 9(9) VALUE 0.
        01  WS-MASTER-VERIFY-SUM        PIC 9(9) VALUE 0.
        01  WS-RECORD-SUM               PIC 9(9) VALUE 0.
        01  WS-OLD-RECORD-SUM           PIC 9(9) VALUE 0.
        01  WS-CHECKSUM-IDX             PIC 9(2).
        01  WS-CHECKSUM-CHAR            PIC X.
        01  WS-CHECKSUM-CHAR-VAL       PIC 9(3).
        01  WS-OLD-KEY                  PIC X(9).
        01  WS-OLD-DATA                 PIC X(10).
        01  WS-OLD-OFFICE               PIC X(5).
        01  WS-ADDED-COUNT              PIC 9(5) VALUE 0.
        01  WS-CHANGED-COUNT            PIC 9(5) VALUE 0.
        01  WS-DELETED-COUNT            PIC 9(5) VALUE 0.
      *> Before and after images in the audit trail: the master key
      *> and data in the 22-byte image columns REJFIX uses for feed
      *> records.
        01  WS-MASTER-IMAGE.
            05  WS-MI-KEY           PIC X(9).
            05  WS-MI-DATA          PIC X(10).
            05  FILLER              PIC X(3) VALUE SPACES.
        01  WS-AUDIT-LINE.
      *> The audit image is assembled here and moved to the FD
      *> record area only after the OPEN succeeds, the same way
      *> REJFIX builds its audit record - an FD record area is not
      *> reliably addressable before OPEN under this dialect.
            05  WS-AUD-DATE         PIC 9(8) VALUE ZERO.
            05  FILLER              PIC X VALUE SPACE.
            05  WS-AUD-TIME         PIC 9(6) VALUE ZERO.
            05  FILLER              PIC X VALUE SPACE.
            05  WS-AUD-USER         PIC X(8) VALUE SPACES.
            05  FILLER              PIC X VALUE SPACE.
            05  WS-AUD-ACTION       PIC X(9) VALUE SPACES.
            05  FILLER              PIC X VALUE SPACE.
            05  WS-AUD-REASON       PIC X(2) VALUE SPACES.
            05  FILLER              PIC X VALUE SPACE.
            05  WS-AUD-OLD-IMAGE    PIC X(22) VALUE SPACES.
            05  FILLER              PIC X VALUE SPACE.
            05  WS-AUD-NEW-IMAGE    PIC X(22) VALUE SPACES.
            05  FILLER              PIC X VALUE SPACE.
            05  WS-AUD-USER2        PIC X(8) VALUE SPACES.
        01  WS-ADJUST-LINE.
            05  WS-ADJ-DATE         PIC 9(8) VALUE ZERO.
            05  FILLER              PIC X VALUE SPACE.
            05  WS-ADJ-TIME         PIC 9(6) VALUE ZERO.
            05  FILLER              PIC X VALUE SPACE.
            05  WS-ADJ-OPERATOR     PIC X(8) VALUE SPACES.
            05  FILLER              PIC X VALUE SPACE.
            05  WS-ADJ-REC-TYPE     PIC X VALUE "D".
            05  WS-ADJ-TRANS-CODE   PIC X VALUE SPACE.
            05  WS-ADJ-KEY          PIC X(9) VALUE SPACES.
            05  WS-ADJ-OLD-DATA     PIC X(10) VALUE SPACES.
            05  WS-ADJ-NEW-DATA     PIC X(10) VALUE SPACES.
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

           DISPLAY "MSTMAINT: enter operator id".
           ACCEPT WS-OPERATOR-ID.
           IF WS-OPERATOR-ID = SPACES
             DISPLAY "MSTMAINT: operator id is required for the "
                     "audit trail - nothing changed"
             MOVE 8 TO RETURN-CODE
             MOVE "N" TO WS-SESSION-OK-FLAG
           END-IF.

           IF WS-SESSION-OK
             PERFORM 0900-CHECK-CHAIN-IDLE
           END-IF.
           IF WS-SESSION-OK
             PERFORM 1000-OPEN-AND-VERIFY-MASTER
           END-IF.

           IF NOT WS-SESSION-OK
             SET WS-OPERATOR-DONE TO TRUE
           END-IF.
           PERFORM UNTIL WS-OPERATOR-DONE
             PERFORM 2000-MAINTAIN-ONE-KEY
           END-PERFORM.

           IF WS-MASTER-IS-OPEN
             CLOSE MASTER-FILE
             DISPLAY "MSTMAINT: added " WS-ADDED-COUNT
                     " changed " WS-CHANGED-COUNT
                     " deleted " WS-DELETED-COUNT
                     " - master holds " WS-CTL-COUNT " records"
           END-IF.

000040     STOP  RUN.

       0900-CHECK-CHAIN-IDLE.
      *> Once tonight's chain has loaded or run HELLO, POSTMAST will
      *> rebuild the master from the backup it takes and the night's
      *> feed: a change made before it finishes is lost, HELLO's and
      *> POSTMAST's counts part company, and the adjustment sent to
      *> billing names a value the master no longer holds. Nor is it
      *> safe before DLSPLIT has run: DLSPLIT reads adjdelta.dat and
      *> writes it back, and an adjustment added in between never
      *> reaches billing. INLOAD starts the chain file afresh every
      *> run, so every record in it belongs to the chain now in hand
      *> whatever business date it carries - a catch-up night or a
      *> chain that has run past midnight is judged the same way.
      *> The records are read in the order they were written; an
      *> INLOAD or HELLO record with no clean POSTMAST, ARCHHIST and
      *> DLSPLIT record after it means the chain is running or
      *> stopped part way, and no change is taken until it has been
      *> finished.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE "N" TO WS-CHAIN-STARTED-FLAG.
           MOVE "N" TO WS-CHAIN-POSTED-FLAG.
           MOVE "N" TO WS-CHAIN-ARCHIVED-FLAG.
           MOVE "N" TO WS-CHAIN-SPLIT-FLAG.
           MOVE "N" TO WS-CHAIN-EOF-FLAG.
           OPEN INPUT CHAIN-FILE.
           IF CHAIN-FILE-OK
             PERFORM UNTIL WS-CHAIN-EOF
               READ CHAIN-FILE
                 AT END
                   SET WS-CHAIN-EOF TO TRUE
                 NOT AT END
                   PERFORM 0950-NOTE-CHAIN-RECORD
               END-READ
             END-PERFORM
             CLOSE CHAIN-FILE
           END-IF.
           IF WS-CHAIN-STARTED
              AND NOT (WS-CHAIN-POSTED AND WS-CHAIN-ARCHIVED
                       AND WS-CHAIN-SPLIT)
             DISPLAY "MSTMAINT: the chain is under way - no "
                     "master change is taken until POSTMAST, "
                     "ARCHHIST and DLSPLIT have finished"
             MOVE 8 TO RETURN-CODE
             MOVE "N" TO WS-SESSION-OK-FLAG
           END-IF.

       0950-NOTE-CHAIN-RECORD.
           EVALUATE CS-PROGRAM
             WHEN "INLOAD"
             WHEN "HELLO"
               SET WS-CHAIN-STARTED TO TRUE
               MOVE "N" TO WS-CHAIN-POSTED-FLAG
               MOVE "N" TO WS-CHAIN-ARCHIVED-FLAG
               MOVE "N" TO WS-CHAIN-SPLIT-FLAG
             WHEN "POSTMAST"
               MOVE "N" TO WS-CHAIN-POSTED-FLAG
               MOVE "N" TO WS-CHAIN-SPLIT-FLAG
               IF CS-STATUS-CODE NUMERIC AND CS-STATUS-CODE < 8
                  AND CS-TRAILER-VERIFY NOT = "FAIL"
                 SET WS-CHAIN-POSTED TO TRUE
               END-IF
             WHEN "ARCHHIST"
               MOVE "N" TO WS-CHAIN-ARCHIVED-FLAG
               MOVE "N" TO WS-CHAIN-SPLIT-FLAG
               IF CS-STATUS-CODE NUMERIC AND CS-STATUS-CODE < 8
                  AND CS-TRAILER-VERIFY NOT = "FAIL"
                 SET WS-CHAIN-ARCHIVED TO TRUE
               END-IF
             WHEN "DLSPLIT"
               MOVE "N" TO WS-CHAIN-SPLIT-FLAG
               IF CS-STATUS-CODE NUMERIC AND CS-STATUS-CODE < 8
                  AND CS-TRAILER-VERIFY NOT = "FAIL"
                 SET WS-CHAIN-SPLIT TO TRUE
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

       1000-OPEN-AND-VERIFY-MASTER.
      *> A master whose control record is missing or does not
      *> cross-foot is the half-written file a crashed posting or
      *> restore leaves behind; changing single records on top of it
      *> would hide the damage, so the session is refused.
           OPEN I-O MASTER-FILE.
           IF NOT MASTER-FILE-OK
             DISPLAY "MSTMAINT: master file not available, status "
                     MASTER-FILE-STATUS " - nothing changed"
             MOVE 12 TO RETURN-CODE
             MOVE "N" TO WS-SESSION-OK-FLAG
           ELSE
             SET WS-MASTER-IS-OPEN TO TRUE
             MOVE "*CONTROL*" TO MS-KEY
             READ MASTER-FILE
               INVALID KEY
                 DISPLAY "MSTMAINT: master has no control record - "
                         "half-written master suspected, nothing "
                         "changed"
                 MOVE 12 TO RETURN-CODE
                 MOVE "N" TO WS-SESSION-OK-FLAG
               NOT INVALID KEY
                 MOVE MC-RECORD-COUNT TO WS-CTL-COUNT
                 MOVE MC-CHECKSUM     TO WS-CTL-SUM
                 PERFORM 1100-CROSS-FOOT-MASTER
             END-READ
           END-IF.

       1100-CROSS-FOOT-MASTER.
           MOVE 0 TO WS-MASTER-VERIFY-COUNT.
           MOVE 0 TO WS-MASTER-VERIFY-SUM.
           MOVE "N" TO WS-MVERIFY-EOF-FLAG.
           MOVE LOW-VALUES TO MS-KEY.
           START MASTER-FILE KEY IS NOT LESS THAN MS-KEY
             INVALID KEY
               SET WS-MVERIFY-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-MVERIFY-EOF
             READ MASTER-FILE NEXT RECORD
               AT END
                 SET WS-MVERIFY-EOF TO TRUE
               NOT AT END
                 IF NOT MS-IS-CONTROL
                   ADD 1 TO WS-MASTER-VERIFY-COUNT
                   PERFORM 8500-RECORD-CHECKSUM
                   ADD WS-RECORD-SUM TO WS-MASTER-VERIFY-SUM
                 END-IF
             END-READ
           END-PERFORM.
           IF WS-MASTER-VERIFY-COUNT = WS-CTL-COUNT
              AND WS-MASTER-VERIFY-SUM = WS-CTL-SUM
             DISPLAY "MSTMAINT: master verified - " WS-CTL-COUNT
                     " records"
           ELSE
             DISPLAY "MSTMAINT: master control record says "
                     WS-CTL-COUNT " records checksum "
                     WS-CTL-SUM " but the file holds "
                     WS-MASTER-VERIFY-COUNT " checksum "
                     WS-MASTER-VERIFY-SUM " - nothing changed"
             MOVE 12 TO RETURN-CODE
             MOVE "N" TO WS-SESSION-OK-FLAG
           END-IF.

       2000-MAINTAIN-ONE-KEY.
           DISPLAY "MSTMAINT: enter master key, or blank to finish".
           MOVE SPACES TO WS-SEARCH-KEY.
           ACCEPT WS-SEARCH-KEY.
           EVALUATE TRUE
             WHEN WS-SEARCH-KEY = SPACES
               SET WS-OPERATOR-DONE TO TRUE
             WHEN WS-SEARCH-KEY = "*CONTROL*"
               DISPLAY "MSTMAINT: the control record is not "
                       "maintained by hand"
             WHEN OTHER
               PERFORM 2100-LOOK-UP-KEY
               PERFORM 2200-CHOOSE-ACTION
           END-EVALUATE.

       2100-LOOK-UP-KEY.
           MOVE "N" TO WS-KEY-FOUND-FLAG.
           MOVE WS-SEARCH-KEY TO MS-KEY.
           READ MASTER-FILE
             INVALID KEY
               DISPLAY "Master : " WS-SEARCH-KEY
                       " is not on the master file"
             NOT INVALID KEY
               SET WS-KEY-FOUND TO TRUE
               MOVE MS-KEY    TO WS-OLD-KEY
               MOVE MS-DATA   TO WS-OLD-DATA
               MOVE MS-OFFICE TO WS-OLD-OFFICE
               DISPLAY "Master : " MS-KEY " data [" MS-DATA
                       "] office [" MS-OFFICE "]"
           END-READ.

       2200-CHOOSE-ACTION.
           MOVE SPACE TO WS-ACTION-REPLY.
           IF WS-KEY-FOUND
             DISPLAY "MSTMAINT: enter C to change, D to delete, "
                     "or blank to leave it"
           ELSE
             DISPLAY "MSTMAINT: enter A to add, or blank to leave it"
           END-IF.
           ACCEPT WS-ACTION-REPLY.
           EVALUATE TRUE
             WHEN WS-ACTION-REPLY = SPACE
               CONTINUE
             WHEN NOT WS-KEY-FOUND
                  AND (WS-ACTION-REPLY = "A" OR "a")
               PERFORM 3000-ADD-KEY
             WHEN WS-KEY-FOUND
                  AND (WS-ACTION-REPLY = "C" OR "c")
               PERFORM 4000-CHANGE-KEY
             WHEN WS-KEY-FOUND
                  AND (WS-ACTION-REPLY = "D" OR "d")
               PERFORM 5000-DELETE-KEY
             WHEN OTHER
               DISPLAY "MSTMAINT: action " WS-ACTION-REPLY
                       " does not apply - key left as it is"
           END-EVALUATE.

       3000-ADD-KEY.
           MOVE SPACE TO WS-CONFIRM-REPLY.
           DISPLAY "MSTMAINT: enter the 10-byte data value".
           MOVE SPACES TO WS-NEW-DATA.
           ACCEPT WS-NEW-DATA.
           DISPLAY "MSTMAINT: enter the owning office code, or "
                   "blank for none".
           MOVE SPACES TO WS-NEW-OFFICE.
           ACCEPT WS-NEW-OFFICE.
           IF WS-NEW-DATA = SPACES
             DISPLAY "MSTMAINT: no data value entered - key not added"
           ELSE
             PERFORM 6000-CONFIRM-CHANGE
           END-IF.
           IF WS-CONFIRM-REPLY = "Y"
             PERFORM 7000-CHECK-CONTROL-UNCHANGED
           END-IF.
           IF WS-CONFIRM-REPLY = "Y" AND WS-SESSION-OK
             MOVE SPACES        TO MASTER-REC
             MOVE WS-SEARCH-KEY TO MS-KEY
             MOVE WS-NEW-DATA   TO MS-DATA
             MOVE WS-NEW-OFFICE TO MS-OFFICE
             WRITE MASTER-REC
             IF NOT MASTER-FILE-OK
               DISPLAY "MSTMAINT: could not add " WS-SEARCH-KEY
                       ", status " MASTER-FILE-STATUS
               IF RETURN-CODE < 8
                 MOVE 8 TO RETURN-CODE
               END-IF
             ELSE
               PERFORM 8500-RECORD-CHECKSUM
               ADD 1 TO WS-CTL-COUNT
               ADD WS-RECORD-SUM TO WS-CTL-SUM
               PERFORM 7500-STAMP-MASTER-CONTROL
               ADD 1 TO WS-ADDED-COUNT
               MOVE SPACES        TO WS-AUD-OLD-IMAGE
               MOVE WS-SEARCH-KEY TO WS-MI-KEY
               MOVE WS-NEW-DATA   TO WS-MI-DATA
               MOVE WS-MASTER-IMAGE TO WS-AUD-NEW-IMAGE
               MOVE "MSTADD   "   TO WS-AUD-ACTION
               PERFORM 8000-WRITE-AUDIT-RECORD
               MOVE "A"           TO WS-ADJ-TRANS-CODE
               MOVE SPACES        TO WS-ADJ-OLD-DATA
               MOVE WS-NEW-DATA   TO WS-ADJ-NEW-DATA
               PERFORM 8100-WRITE-ADJUSTMENT-DELTA
               DISPLAY "MSTMAINT: " WS-SEARCH-KEY " added"
             END-IF
           END-IF.

       4000-CHANGE-KEY.
           DISPLAY "MSTMAINT: enter the new 10-byte data value".
           MOVE SPACES TO WS-NEW-DATA.
           ACCEPT WS-NEW-DATA.
           EVALUATE TRUE
             WHEN WS-NEW-DATA = SPACES
               DISPLAY "MSTMAINT: no data value entered - key "
                       "left as it is"
               MOVE SPACE TO WS-CONFIRM-REPLY
             WHEN WS-NEW-DATA = WS-OLD-DATA
               DISPLAY "MSTMAINT: data value is unchanged - nothing "
                       "to post"
               MOVE SPACE TO WS-CONFIRM-REPLY
             WHEN OTHER
               PERFORM 6000-CONFIRM-CHANGE
           END-EVALUATE.
           IF WS-CONFIRM-REPLY = "Y"
             PERFORM 7000-CHECK-CONTROL-UNCHANGED
           END-IF.
           IF WS-CONFIRM-REPLY = "Y" AND WS-SESSION-OK
      *> The old record's share of the checksum comes out and the
      *> new record's goes in, so the control moves by exactly this
      *> one change.
             MOVE SPACES        TO MASTER-REC
             MOVE WS-OLD-KEY    TO MS-KEY
             MOVE WS-OLD-DATA   TO MS-DATA
             PERFORM 8500-RECORD-CHECKSUM
             MOVE WS-RECORD-SUM TO WS-OLD-RECORD-SUM
             MOVE WS-NEW-DATA   TO MS-DATA
             MOVE WS-OLD-OFFICE TO MS-OFFICE
             REWRITE MASTER-REC
             IF NOT MASTER-FILE-OK
               DISPLAY "MSTMAINT: could not change " WS-SEARCH-KEY
                       ", status " MASTER-FILE-STATUS
               IF RETURN-CODE < 8
                 MOVE 8 TO RETURN-CODE
               END-IF
             ELSE
               PERFORM 8500-RECORD-CHECKSUM
               SUBTRACT WS-OLD-RECORD-SUM FROM WS-CTL-SUM
               ADD WS-RECORD-SUM TO WS-CTL-SUM
               PERFORM 7500-STAMP-MASTER-CONTROL
               ADD 1 TO WS-CHANGED-COUNT
               MOVE WS-OLD-KEY    TO WS-MI-KEY
               MOVE WS-OLD-DATA   TO WS-MI-DATA
               MOVE WS-MASTER-IMAGE TO WS-AUD-OLD-IMAGE
               MOVE WS-NEW-DATA   TO WS-MI-DATA
               MOVE WS-MASTER-IMAGE TO WS-AUD-NEW-IMAGE
               MOVE "MSTCHANGE"   TO WS-AUD-ACTION
               PERFORM 8000-WRITE-AUDIT-RECORD
               MOVE "C"           TO WS-ADJ-TRANS-CODE
               MOVE WS-OLD-DATA   TO WS-ADJ-OLD-DATA
               MOVE WS-NEW-DATA   TO WS-ADJ-NEW-DATA
               PERFORM 8100-WRITE-ADJUSTMENT-DELTA
               DISPLAY "MSTMAINT: " WS-SEARCH-KEY " changed"
             END-IF
           END-IF.

       5000-DELETE-KEY.
           PERFORM 6000-CONFIRM-CHANGE.
           IF WS-CONFIRM-REPLY = "Y"
             PERFORM 7000-CHECK-CONTROL-UNCHANGED
           END-IF.
           IF WS-CONFIRM-REPLY = "Y" AND WS-SESSION-OK
             MOVE WS-OLD-KEY TO MS-KEY
             DELETE MASTER-FILE
               INVALID KEY
                 DISPLAY "MSTMAINT: could not delete " WS-SEARCH-KEY
                         ", status " MASTER-FILE-STATUS
                 IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
                 END-IF
               NOT INVALID KEY
                 MOVE SPACES      TO MASTER-REC
                 MOVE WS-OLD-KEY  TO MS-KEY
                 MOVE WS-OLD-DATA TO MS-DATA
                 PERFORM 8500-RECORD-CHECKSUM
                 SUBTRACT 1 FROM WS-CTL-COUNT
                 SUBTRACT WS-RECORD-SUM FROM WS-CTL-SUM
                 PERFORM 7500-STAMP-MASTER-CONTROL
                 ADD 1 TO WS-DELETED-COUNT
                 MOVE WS-OLD-KEY    TO WS-MI-KEY
                 MOVE WS-OLD-DATA   TO WS-MI-DATA
                 MOVE WS-MASTER-IMAGE TO WS-AUD-OLD-IMAGE
                 MOVE SPACES        TO WS-AUD-NEW-IMAGE
                 MOVE "MSTDELETE"   TO WS-AUD-ACTION
                 PERFORM 8000-WRITE-AUDIT-RECORD
                 MOVE "D"           TO WS-ADJ-TRANS-CODE
                 MOVE WS-OLD-DATA   TO WS-ADJ-OLD-DATA
                 MOVE SPACES        TO WS-ADJ-NEW-DATA
                 PERFORM 8100-WRITE-ADJUSTMENT-DELTA
                 DISPLAY "MSTMAINT: " WS-SEARCH-KEY " deleted"
             END-DELETE
           END-IF.

       6000-CONFIRM-CHANGE.
           DISPLAY "MSTMAINT: enter Y to post this change to "
                   "MASTERFILE".
           MOVE SPACE TO WS-CONFIRM-REPLY.
           ACCEPT WS-CONFIRM-REPLY.
           IF WS-CONFIRM-REPLY = "y"
             MOVE "Y" TO WS-CONFIRM-REPLY
           END-IF.
           IF WS-CONFIRM-REPLY NOT = "Y"
             DISPLAY "MSTMAINT: not confirmed - key left as it is"
           END-IF.

       7000-CHECK-CONTROL-UNCHANGED.
      *> The control record is re-read before every change: if a
      *> posting or restore has run since sign-on, the totals this
      *> session carries are stale and the session stops rather than
      *> stamp a control record that no longer describes the file.
      *> A chain started since sign-on ends the session the same way.
           PERFORM 0900-CHECK-CHAIN-IDLE.
           IF WS-SESSION-OK
             MOVE "*CONTROL*" TO MS-KEY
             READ MASTER-FILE
               INVALID KEY
                 DISPLAY "MSTMAINT: master control record has gone - "
                         "session ended, nothing changed"
                 MOVE 12 TO RETURN-CODE
                 MOVE "N" TO WS-SESSION-OK-FLAG
               NOT INVALID KEY
                 IF MC-RECORD-COUNT NOT = WS-CTL-COUNT
                    OR MC-CHECKSUM NOT = WS-CTL-SUM
                   DISPLAY "MSTMAINT: master control record changed "
                           "since sign-on - session ended, nothing "
                           "changed"
                   MOVE 12 TO RETURN-CODE
                   MOVE "N" TO WS-SESSION-OK-FLAG
                 END-IF
             END-READ
           END-IF.
           IF NOT WS-SESSION-OK
             SET WS-OPERATOR-DONE TO TRUE
           END-IF.

       7500-STAMP-MASTER-CONTROL.
           MOVE SPACES       TO MASTER-CTL-REC.
           MOVE "*CONTROL*"  TO MC-KEY.
           MOVE WS-CTL-COUNT TO MC-RECORD-COUNT.
           MOVE WS-CTL-SUM   TO MC-CHECKSUM.
           REWRITE MASTER-CTL-REC.
           IF NOT MASTER-FILE-OK
             DISPLAY "MSTMAINT: could not stamp master control "
                     "record, status " MASTER-FILE-STATUS
                     " - master will be held at its next open"
             MOVE 12 TO RETURN-CODE
             MOVE "N" TO WS-SESSION-OK-FLAG
             SET WS-OPERATOR-DONE TO TRUE
           END-IF.

       8000-WRITE-AUDIT-RECORD.
      *> Stamped with the time of the change, not of the sign-on.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
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
             DISPLAY "MSTMAINT: could not write audit record, status "
                     AUDIT-FILE-STATUS
             IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
             END-IF
           END-IF.

       8100-WRITE-ADJUSTMENT-DELTA.
      *> Each change is stamped with the time it was keyed, taken
      *> fresh here, so HELLO can tell which adjustments came in
      *> ahead of its run and DLSPLIT which ones it has delivered.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           OPEN EXTEND ADJUST-FILE.
           IF NOT ADJUST-FILE-OK
             CLOSE ADJUST-FILE
             OPEN OUTPUT ADJUST-FILE
           END-IF.
           IF ADJUST-FILE-OK
             MOVE WS-CURR-DATE-NUM TO WS-ADJ-DATE
             MOVE WS-CURR-TIME-NUM TO WS-ADJ-TIME
             MOVE WS-OPERATOR-ID   TO WS-ADJ-OPERATOR
             MOVE WS-SEARCH-KEY    TO WS-ADJ-KEY
             MOVE WS-ADJUST-LINE   TO ADJUST-REC
             WRITE ADJUST-REC
             CLOSE ADJUST-FILE
           ELSE
             DISPLAY "MSTMAINT: could not write adjustment delta, "
                     "status " ADJUST-FILE-STATUS " - billing must "
                     "be told of " WS-SEARCH-KEY " by hand"
             IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
             END-IF
           END-IF.

       8500-RECORD-CHECKSUM.
      *> Same character algorithm as HELLO's feed checksum, over one
      *> master record's key and data.
           MOVE 0 TO WS-RECORD-SUM.
           PERFORM VARYING WS-CHECKSUM-IDX FROM 1 BY 1
               UNTIL WS-CHECKSUM-IDX > 9
             MOVE MS-KEY(WS-CHECKSUM-IDX:1) TO WS-CHECKSUM-CHAR
             COMPUTE WS-CHECKSUM-CHAR-VAL =
                     FUNCTION ORD(WS-CHECKSUM-CHAR) - 1
             ADD WS-CHECKSUM-CHAR-VAL TO WS-RECORD-SUM
           END-PERFORM.
           PERFORM VARYING WS-CHECKSUM-IDX FROM 1 BY 1
               UNTIL WS-CHECKSUM-IDX > 10
             MOVE MS-DATA(WS-CHECKSUM-IDX:1) TO WS-CHECKSUM-CHAR
             COMPUTE WS-CHECKSUM-CHAR-VAL =
                     FUNCTION ORD(WS-CHECKSUM-CHAR) - 1
             ADD WS-CHECKSUM-CHAR-VAL TO WS-RECORD-SUM
           END-PERFORM.
