000000 IDENTIFICATION DIVISION.
000010 PROGRAM-ID.    MBACKOUT.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
          FILE-CONTROL.
            SELECT MASTER-FILE ASSIGN TO "MASTERFILE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MS-KEY
              STATUS MASTER-FILE-STATUS.
            SELECT JOURNAL-FILE ASSIGN TO 'postjrnl.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              STATUS JOURNAL-FILE-STATUS.
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
      *> master verifies first, and every key reversed here moves it
      *> by exactly that key's records.
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
        FD  JOURNAL-FILE.
      *> Must mirror postmast.cbl's JOURNAL-REC exactly. POSTMAST
      *> writes A (added), R (replaced) and D (dropped) records; this
      *> program adds a B record for every key it reverses, so a key
      *> can never be backed out twice or under a later posting.
        01  JOURNAL-REC.
            05  JR-POST-DATE        PIC 9(8).
            05  FILLER              PIC X.
            05  JR-POST-TIME        PIC 9(6).
            05  FILLER              PIC X.
            05  JR-ACTION           PIC X.
                88  JR-IS-ADD           VALUE "A".
                88  JR-IS-REPLACE       VALUE "R".
                88  JR-IS-DROP          VALUE "D".
                88  JR-IS-BACKOUT       VALUE "B".
            05  FILLER              PIC X.
            05  JR-KEY              PIC X(9).
            05  FILLER              PIC X.
            05  JR-BEFORE-DATA      PIC X(10).
            05  JR-BEFORE-OFFICE    PIC X(5).
            05  FILLER              PIC X.
            05  JR-AFTER-DATA       PIC X(10).
            05  JR-AFTER-OFFICE     PIC X(5).
            05  FILLER              PIC X.
            05  JR-SOURCE           PIC X(8).
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
      *> Must mirror mstmaint.cbl's ADJUST-REC exactly. A reversed
      *> key is a master change billing has not seen, so it goes out
      *> through the manual-adjustment path like any MSTMAINT change.
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
        01  JOURNAL-FILE-STATUS         PIC XX.
            88  JOURNAL-FILE-OK             VALUE "00".
        01  AUDIT-FILE-STATUS           PIC XX.
            88  AUDIT-FILE-OK               VALUE "00".
        01  ADJUST-FILE-STATUS          PIC XX.
            88  ADJUST-FILE-OK              VALUE "00".
        01  CHAIN-FILE-STATUS           PIC XX.
            88  CHAIN-FILE-OK               VALUE "00".
        01  WS-BACKOUT-OK-FLAG          PIC X VALUE "Y".
            88  WS-BACKOUT-OK               VALUE "Y".
        01  WS-MASTER-OPEN-FLAG         PIC X VALUE "N".
            88  WS-MASTER-IS-OPEN           VALUE "Y".
        01  WS-JOURNAL-EOF-FLAG         PIC X VALUE "N".
            88  WS-JOURNAL-EOF              VALUE "Y".
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
        01  WS-KEY-ENTRY-DONE-FLAG      PIC X VALUE "N".
            88  WS-KEY-ENTRY-DONE           VALUE "Y".
        01  WS-KEY-SELECTED-FLAG        PIC X VALUE "N".
            88  WS-KEY-SELECTED             VALUE "Y".
        01  WS-CAND-FOUND-FLAG          PIC X VALUE "N".
            88  WS-CAND-FOUND               VALUE "Y".
        01  WS-KEY-ON-MASTER-FLAG       PIC X VALUE "N".
            88  WS-KEY-ON-MASTER            VALUE "Y".
        01  WS-OPERATOR-ID              PIC X(8).
        01  WS-DATE-REPLY               PIC X(8).
        01  WS-DATE-REPLY-PARTS REDEFINES WS-DATE-REPLY.
            05  WS-DR-YYYY              PIC 9(4).
            05  WS-DR-MM                PIC 9(2).
            05  WS-DR-DD                PIC 9(2).
        01  WS-BAD-CHAR-COUNT           PIC 9(2) VALUE 0.
        01  WS-BACKOUT-DATE             PIC 9(8) VALUE 0.
        01  WS-MODE-REPLY               PIC X.
            88  WS-MODE-KEY-LIST            VALUE "K" "k".
            88  WS-MODE-KEY-RANGE           VALUE "R" "r".
        01  WS-KEY-REPLY                PIC X(9).
        01  WS-KEY-LOW                  PIC X(9) VALUE SPACES.
        01  WS-KEY-HIGH                 PIC X(9) VALUE SPACES.
        01  WS-CONFIRM-REPLY            PIC X.
      *> Keys named one by one when the operator backs out a list
      *> rather than a range.
        01  WS-SELECT-COUNT             PIC 9(4) VALUE 0.
        01  WS-SELECT-IDX               PIC 9(4) COMP.
        01  WS-SELECT-TABLE.
            05  WS-SEL-KEY              PIC X(9) OCCURS 500 TIMES.
      *> One entry per selected key the journal shows as changed on
      *> the backout date: the record as it stood before that date's
      *> first change and after its last, and whether it may be
      *> reversed.
        01  WS-CAND-COUNT               PIC 9(5) VALUE 0.
        01  WS-CAND-IDX                 PIC 9(5) COMP.
        01  WS-CAND-TABLE.
            05  WS-CAND-ENTRY OCCURS 5000 TIMES.
                10  WS-CAND-KEY             PIC X(9).
                10  WS-CAND-FIRST-ACTION    PIC X.
                10  WS-CAND-LAST-ACTION     PIC X.
                10  WS-CAND-BEFORE-DATA     PIC X(10).
                10  WS-CAND-BEFORE-OFFICE   PIC X(5).
                10  WS-CAND-AFTER-DATA      PIC X(10).
                10  WS-CAND-AFTER-OFFICE    PIC X(5).
                10  WS-CAND-LATER-DATE      PIC 9(8).
                10  WS-CAND-STATUS          PIC X.
                    88  WS-CAND-ELIGIBLE        VALUE "E".
                    88  WS-CAND-REPOSTED        VALUE "P".
                    88  WS-CAND-BACKED-OUT      VALUE "B".
                    88  WS-CAND-MASTER-MOVED    VALUE "M".
                    88  WS-CAND-NO-NET-CHANGE   VALUE "N".
        01  WS-ELIGIBLE-COUNT           PIC 9(5) VALUE 0.
        01  WS-REFUSED-COUNT            PIC 9(5) VALUE 0.
        01  WS-REVERSED-COUNT           PIC 9(5) VALUE 0.
        01  WS-JOURNAL-READ-COUNT       PIC 9(9) VALUE 0.
      *> The control totals as this run believes them to be: proven
      *> against the file before anything is touched, re-read just
      *> before the first reversal, and moved by exactly the records
      *> each reversal takes out and puts back.
        01  WS-CTL-COUNT                PIC 9(9) VALUE 0.
        01  WS-CTL-SUM                  PIC 9(9) VALUE 0.
        01  WS-MASTER-VERIFY-COUNT      PIC 9(9) VALUE 0.
        01  WS-MASTER-VERIFY-SUM        PIC 9(9) VALUE 0.
        01  WS-RECORD-SUM               PIC 9(9) VALUE 0.
        01  WS-OLD-RECORD-SUM           PIC 9(9) VALUE 0.
        01  WS-CHECKSUM-IDX             PIC 9(2).
        01  WS-CHECKSUM-CHAR            PIC X.
        01  WS-CHECKSUM-CHAR-VAL       PIC 9(3).
        01  WS-VERDICT                  PIC X(30).
      *> Before and after images in the audit trail: the master key
      *> and data in the 22-byte image columns MSTMAINT uses.
        01  WS-MASTER-IMAGE.
            05  WS-MI-KEY           PIC X(9).
            05  WS-MI-DATA          PIC X(10).
            05  FILLER              PIC X(3) VALUE SPACES.
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
            05  WS-AUD-ACTION       PIC X(9) VALUE "BACKEDOUT".
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
        01  WS-JOURNAL-LINE.
            05  WS-JL-POST-DATE     PIC 9(8) VALUE ZERO.
            05  FILLER              PIC X VALUE SPACE.
            05  WS-JL-POST-TIME     PIC 9(6) VALUE ZERO.
            05  FILLER              PIC X VALUE SPACE.
            05  WS-JL-ACTION        PIC X VALUE "B".
            05  FILLER              PIC X VALUE SPACE.
            05  WS-JL-KEY           PIC X(9) VALUE SPACES.
            05  FILLER              PIC X VALUE SPACE.
            05  WS-JL-BEFORE-DATA   PIC X(10) VALUE SPACES.
            05  WS-JL-BEFORE-OFFICE PIC X(5) VALUE SPACES.
            05  FILLER              PIC X VALUE SPACE.
            05  WS-JL-AFTER-DATA    PIC X(10) VALUE SPACES.
            05  WS-JL-AFTER-OFFICE  PIC X(5) VALUE SPACES.
            05  FILLER              PIC X VALUE SPACE.
            05  WS-JL-SOURCE        PIC X(8) VALUE SPACES.
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

           DISPLAY "MBACKOUT: enter operator id".
           ACCEPT WS-OPERATOR-ID.
           IF WS-OPERATOR-ID = SPACES
             DISPLAY "MBACKOUT: operator id is required for the "
                     "audit trail - nothing backed out"
             MOVE 8 TO RETURN-CODE
             MOVE "N" TO WS-BACKOUT-OK-FLAG
           END-IF.

           IF WS-BACKOUT-OK
             PERFORM 1000-GET-SELECTION
           END-IF.
           IF WS-BACKOUT-OK
             PERFORM 2000-SCAN-JOURNAL
           END-IF.
           IF WS-BACKOUT-OK
             PERFORM 2900-CHECK-CHAIN-IDLE
           END-IF.
           IF WS-BACKOUT-OK
             PERFORM 3000-OPEN-AND-VERIFY-MASTER
           END-IF.
           IF WS-BACKOUT-OK
             PERFORM 4000-CHECK-CANDIDATES
           END-IF.
           IF WS-BACKOUT-OK
             PERFORM 5000-CONFIRM-BACKOUT
           END-IF.
           IF WS-BACKOUT-OK
             PERFORM 7000-CHECK-CONTROL-UNCHANGED
           END-IF.
           IF WS-BACKOUT-OK
             PERFORM 6000-REVERSE-CANDIDATES
           END-IF.

           IF WS-MASTER-IS-OPEN
             CLOSE MASTER-FILE
             DISPLAY "MBACKOUT: reversed " WS-REVERSED-COUNT
                     " keys posted " WS-BACKOUT-DATE ", refused "
                     WS-REFUSED-COUNT " - master holds "
                     WS-CTL-COUNT " records"
           END-IF.

000040     STOP  RUN.

       1000-GET-SELECTION.
           DISPLAY "MBACKOUT: enter the posting date to back out "
                   "(YYYYMMDD)".
           MOVE SPACES TO WS-DATE-REPLY.
           ACCEPT WS-DATE-REPLY.
           MOVE 0 TO WS-BAD-CHAR-COUNT.
           INSPECT WS-DATE-REPLY TALLYING WS-BAD-CHAR-COUNT
             FOR ALL "0" ALL "1" ALL "2" ALL "3" ALL "4"
                 ALL "5" ALL "6" ALL "7" ALL "8" ALL "9".
           IF WS-DATE-REPLY = SPACES OR WS-BAD-CHAR-COUNT < 8
             DISPLAY "MBACKOUT: posting date must be eight digits - "
                     "nothing backed out"
             MOVE 8 TO RETURN-CODE
             MOVE "N" TO WS-BACKOUT-OK-FLAG
           END-IF.
           IF WS-BACKOUT-OK
             IF WS-DR-YYYY < 1900
                OR WS-DR-MM < 1 OR WS-DR-MM > 12
                OR WS-DR-DD < 1 OR WS-DR-DD > 31
               DISPLAY "MBACKOUT: " WS-DATE-REPLY " is not a valid "
                       "date - nothing backed out"
               MOVE 8 TO RETURN-CODE
               MOVE "N" TO WS-BACKOUT-OK-FLAG
             END-IF
           END-IF.
           IF WS-BACKOUT-OK
             MOVE WS-DATE-REPLY TO WS-BACKOUT-DATE
             DISPLAY "MBACKOUT: enter K to name the keys one by one, "
                     "or R to give a key range"
             MOVE SPACE TO WS-MODE-REPLY
             ACCEPT WS-MODE-REPLY
             EVALUATE TRUE
               WHEN WS-MODE-KEY-LIST
                 PERFORM 1100-GET-KEY-LIST
               WHEN WS-MODE-KEY-RANGE
                 PERFORM 1200-GET-KEY-RANGE
               WHEN OTHER
                 DISPLAY "MBACKOUT: reply must be K or R - nothing "
                         "backed out"
                 MOVE 8 TO RETURN-CODE
                 MOVE "N" TO WS-BACKOUT-OK-FLAG
             END-EVALUATE
           END-IF.

       1100-GET-KEY-LIST.
           MOVE "N" TO WS-KEY-ENTRY-DONE-FLAG.
           PERFORM UNTIL WS-KEY-ENTRY-DONE
             PERFORM 1150-ACCEPT-ONE-KEY
           END-PERFORM.
           IF WS-BACKOUT-OK AND WS-SELECT-COUNT = 0
             DISPLAY "MBACKOUT: no keys entered - nothing backed out"
             MOVE 4 TO RETURN-CODE
             MOVE "N" TO WS-BACKOUT-OK-FLAG
           END-IF.

       1150-ACCEPT-ONE-KEY.
           DISPLAY "MBACKOUT: enter a master key, or blank to finish".
           MOVE SPACES TO WS-KEY-REPLY.
           ACCEPT WS-KEY-REPLY.
           EVALUATE TRUE
             WHEN WS-KEY-REPLY = SPACES
               SET WS-KEY-ENTRY-DONE TO TRUE
             WHEN WS-KEY-REPLY = "*CONTROL*"
               DISPLAY "MBACKOUT: the control record is restamped, "
                       "not backed out - key ignored"
             WHEN WS-SELECT-COUNT >= 500
               DISPLAY "MBACKOUT: more than 500 keys named - give a "
                       "key range instead, nothing backed out"
               MOVE 8 TO RETURN-CODE
               MOVE "N" TO WS-BACKOUT-OK-FLAG
               SET WS-KEY-ENTRY-DONE TO TRUE
             WHEN OTHER
               ADD 1 TO WS-SELECT-COUNT
               MOVE WS-KEY-REPLY TO WS-SEL-KEY(WS-SELECT-COUNT)
           END-EVALUATE.

       1200-GET-KEY-RANGE.
           DISPLAY "MBACKOUT: enter the lowest key to back out".
           MOVE SPACES TO WS-KEY-LOW.
           ACCEPT WS-KEY-LOW.
           DISPLAY "MBACKOUT: enter the highest key to back out".
           MOVE SPACES TO WS-KEY-HIGH.
           ACCEPT WS-KEY-HIGH.
           IF WS-KEY-LOW = SPACES OR WS-KEY-HIGH = SPACES
              OR WS-KEY-LOW > WS-KEY-HIGH
             DISPLAY "MBACKOUT: key range must run from a low key to "
                     "a higher one - nothing backed out"
             MOVE 8 TO RETURN-CODE
             MOVE "N" TO WS-BACKOUT-OK-FLAG
           END-IF.

       2000-SCAN-JOURNAL.
      *> One pass over the journal, which is in the order the changes
      *> were made. Records of the backout date build each selected
      *> key's net change; anything for that key dated later means
      *> the key has been posted again, and reversing it now would
      *> throw away the later posting.
           OPEN INPUT JOURNAL-FILE.
           IF NOT JOURNAL-FILE-OK
             DISPLAY "MBACKOUT: posting journal not available, status "
                     JOURNAL-FILE-STATUS " - nothing backed out"
             MOVE 8 TO RETURN-CODE
             MOVE "N" TO WS-BACKOUT-OK-FLAG
           ELSE
             PERFORM UNTIL WS-JOURNAL-EOF OR NOT WS-BACKOUT-OK
               READ JOURNAL-FILE
                 AT END
                   SET WS-JOURNAL-EOF TO TRUE
                 NOT AT END
                   ADD 1 TO WS-JOURNAL-READ-COUNT
                   PERFORM 2100-CONSIDER-JOURNAL-RECORD
               END-READ
             END-PERFORM
             CLOSE JOURNAL-FILE
           END-IF.
           IF WS-BACKOUT-OK AND WS-CAND-COUNT = 0
             DISPLAY "MBACKOUT: the journal holds no postings dated "
                     WS-BACKOUT-DATE " for those keys - nothing "
                     "backed out"
             MOVE 4 TO RETURN-CODE
             MOVE "N" TO WS-BACKOUT-OK-FLAG
           END-IF.

       2100-CONSIDER-JOURNAL-RECORD.
           IF JR-POST-DATE >= WS-BACKOUT-DATE
             PERFORM 2200-CHECK-KEY-SELECTED
           ELSE
             MOVE "N" TO WS-KEY-SELECTED-FLAG
           END-IF.
           IF WS-KEY-SELECTED
             PERFORM 2300-FIND-CANDIDATE
      *> A B record is dated the day the backout ran, usually after
      *> the posting date, so it is tested first. Whichever comes
      *> first after the posting - its backout or a later posting -
      *> is the reason a retry is refused.
             EVALUATE TRUE
               WHEN JR-IS-BACKOUT
                 IF WS-CAND-FOUND
                    AND WS-CAND-ELIGIBLE(WS-CAND-IDX)
                   SET WS-CAND-BACKED-OUT(WS-CAND-IDX) TO TRUE
                 END-IF
               WHEN JR-POST-DATE > WS-BACKOUT-DATE
                 IF WS-CAND-FOUND
                    AND WS-CAND-ELIGIBLE(WS-CAND-IDX)
                   MOVE JR-POST-DATE
                     TO WS-CAND-LATER-DATE(WS-CAND-IDX)
                   SET WS-CAND-REPOSTED(WS-CAND-IDX) TO TRUE
                 END-IF
               WHEN NOT WS-CAND-FOUND
                 PERFORM 2400-ADD-CANDIDATE
               WHEN OTHER
                 MOVE JR-ACTION     TO WS-CAND-LAST-ACTION(WS-CAND-IDX)
                 MOVE JR-AFTER-DATA TO WS-CAND-AFTER-DATA(WS-CAND-IDX)
                 MOVE JR-AFTER-OFFICE
                   TO WS-CAND-AFTER-OFFICE(WS-CAND-IDX)
             END-EVALUATE
           END-IF.

       2200-CHECK-KEY-SELECTED.
           MOVE "N" TO WS-KEY-SELECTED-FLAG.
           IF WS-MODE-KEY-RANGE
             IF JR-KEY >= WS-KEY-LOW AND JR-KEY <= WS-KEY-HIGH
               SET WS-KEY-SELECTED TO TRUE
             END-IF
           ELSE
             PERFORM VARYING WS-SELECT-IDX FROM 1 BY 1
                 UNTIL WS-SELECT-IDX > WS-SELECT-COUNT
                    OR WS-KEY-SELECTED
               IF WS-SEL-KEY(WS-SELECT-IDX) = JR-KEY
                 SET WS-KEY-SELECTED TO TRUE
               END-IF
             END-PERFORM
           END-IF.

       2300-FIND-CANDIDATE.
           MOVE "N" TO WS-CAND-FOUND-FLAG.
           PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
               UNTIL WS-CAND-IDX > WS-CAND-COUNT OR WS-CAND-FOUND
             IF WS-CAND-KEY(WS-CAND-IDX) = JR-KEY
               SET WS-CAND-FOUND TO TRUE
             END-IF
           END-PERFORM.
           IF WS-CAND-FOUND
             SUBTRACT 1 FROM WS-CAND-IDX
           END-IF.

       2400-ADD-CANDIDATE.
           IF WS-CAND-COUNT >= 5000
             DISPLAY "MBACKOUT: more than 5000 keys changed on "
                     WS-BACKOUT-DATE " in that selection - narrow "
                     "the key range, nothing backed out"
             MOVE 8 TO RETURN-CODE
             MOVE "N" TO WS-BACKOUT-OK-FLAG
           ELSE
             ADD 1 TO WS-CAND-COUNT
             MOVE WS-CAND-COUNT    TO WS-CAND-IDX
             MOVE JR-KEY           TO WS-CAND-KEY(WS-CAND-IDX)
             MOVE JR-ACTION        TO WS-CAND-FIRST-ACTION(WS-CAND-IDX)
             MOVE JR-ACTION        TO WS-CAND-LAST-ACTION(WS-CAND-IDX)
             MOVE JR-BEFORE-DATA   TO WS-CAND-BEFORE-DATA(WS-CAND-IDX)
             MOVE JR-BEFORE-OFFICE
               TO WS-CAND-BEFORE-OFFICE(WS-CAND-IDX)
             MOVE JR-AFTER-DATA    TO WS-CAND-AFTER-DATA(WS-CAND-IDX)
             MOVE JR-AFTER-OFFICE  TO WS-CAND-AFTER-OFFICE(WS-CAND-IDX)
             MOVE 0                TO WS-CAND-LATER-DATE(WS-CAND-IDX)
             SET WS-CAND-ELIGIBLE(WS-CAND-IDX) TO TRUE
           END-IF.

       2900-CHECK-CHAIN-IDLE.
      *> Once tonight's chain has loaded or run HELLO, POSTMAST will
      *> rebuild the master from the backup it takes and the night's
      *> feed: a key reversed before it finishes is put back as it
      *> was, and the B record and audit entry then describe a
      *> reversal the master does not show. Until DLSPLIT has run,
      *> the B record can be lost from adjdelta.dat as DLSPLIT
      *> writes that file back. INLOAD starts the chain file afresh
      *> every run, so every record in it is judged whatever business
      *> date it carries, in the order written, as MSTMAINT judges
      *> them; an INLOAD or HELLO record with no clean POSTMAST,
      *> ARCHHIST and DLSPLIT record after it stops the backout.
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
                   PERFORM 2950-NOTE-CHAIN-RECORD
               END-READ
             END-PERFORM
             CLOSE CHAIN-FILE
           END-IF.
           IF WS-CHAIN-STARTED
              AND NOT (WS-CHAIN-POSTED AND WS-CHAIN-ARCHIVED
                       AND WS-CHAIN-SPLIT)
             DISPLAY "MBACKOUT: the chain is under way - "
                     "nothing backed out until POSTMAST, "
                     "ARCHHIST and DLSPLIT have finished"
             MOVE 8 TO RETURN-CODE
             MOVE "N" TO WS-BACKOUT-OK-FLAG
           END-IF.

       2950-NOTE-CHAIN-RECORD.
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

       3000-OPEN-AND-VERIFY-MASTER.
      *> A master whose control record is missing or does not
      *> cross-foot is the half-written file a crashed posting or
      *> restore leaves behind; that wants MREST, not a key-by-key
      *> backout on top of it.
           OPEN I-O MASTER-FILE.
           IF NOT MASTER-FILE-OK
             DISPLAY "MBACKOUT: master file not available, status "
                     MASTER-FILE-STATUS " - nothing backed out"
             MOVE 12 TO RETURN-CODE
             MOVE "N" TO WS-BACKOUT-OK-FLAG
           ELSE
             SET WS-MASTER-IS-OPEN TO TRUE
             MOVE "*CONTROL*" TO MS-KEY
             READ MASTER-FILE
               INVALID KEY
                 DISPLAY "MBACKOUT: master has no control record - "
                         "half-written master suspected, nothing "
                         "backed out"
                 MOVE 12 TO RETURN-CODE
                 MOVE "N" TO WS-BACKOUT-OK-FLAG
               NOT INVALID KEY
                 MOVE MC-RECORD-COUNT TO WS-CTL-COUNT
                 MOVE MC-CHECKSUM     TO WS-CTL-SUM
                 PERFORM 3100-CROSS-FOOT-MASTER
             END-READ
           END-IF.

       3100-CROSS-FOOT-MASTER.
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
             DISPLAY "MBACKOUT: master verified - " WS-CTL-COUNT
                     " records"
           ELSE
             DISPLAY "MBACKOUT: master control record says "
                     WS-CTL-COUNT " records checksum "
                     WS-CTL-SUM " but the file holds "
                     WS-MASTER-VERIFY-COUNT " checksum "
                     WS-MASTER-VERIFY-SUM " - nothing backed out"
             MOVE 12 TO RETURN-CODE
             MOVE "N" TO WS-BACKOUT-OK-FLAG
           END-IF.

       4000-CHECK-CANDIDATES.
      *> Every key is listed with its verdict before the operator is
      *> asked to confirm, so the refusals are seen up front.
           PERFORM 4100-CHECK-ONE-CANDIDATE
             VARYING WS-CAND-IDX FROM 1 BY 1
             UNTIL WS-CAND-IDX > WS-CAND-COUNT.
           IF WS-REFUSED-COUNT > 0
             IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF.
           IF WS-ELIGIBLE-COUNT = 0
             DISPLAY "MBACKOUT: no key in that selection can be "
                     "backed out - nothing changed"
             MOVE "N" TO WS-BACKOUT-OK-FLAG
           END-IF.

       4100-CHECK-ONE-CANDIDATE.
      *> Besides a later posting, a key whose master record no longer
      *> matches the journal's after-image has been changed some other
      *> way since - by MSTMAINT or a restore - and is left alone.
           IF WS-CAND-ELIGIBLE(WS-CAND-IDX)
             PERFORM 4200-READ-CANDIDATE-KEY
             EVALUATE TRUE
               WHEN WS-CAND-FIRST-ACTION(WS-CAND-IDX) = "A"
                    AND WS-CAND-LAST-ACTION(WS-CAND-IDX) = "D"
                    AND NOT WS-KEY-ON-MASTER
                 SET WS-CAND-NO-NET-CHANGE(WS-CAND-IDX) TO TRUE
               WHEN WS-CAND-LAST-ACTION(WS-CAND-IDX) = "D"
                 IF WS-KEY-ON-MASTER
                   SET WS-CAND-MASTER-MOVED(WS-CAND-IDX) TO TRUE
                 END-IF
               WHEN NOT WS-KEY-ON-MASTER
                 SET WS-CAND-MASTER-MOVED(WS-CAND-IDX) TO TRUE
               WHEN MS-DATA NOT = WS-CAND-AFTER-DATA(WS-CAND-IDX)
                    OR MS-OFFICE NOT = WS-CAND-AFTER-OFFICE(WS-CAND-IDX)
                 SET WS-CAND-MASTER-MOVED(WS-CAND-IDX) TO TRUE
             END-EVALUATE
           END-IF.
           EVALUATE TRUE
             WHEN WS-CAND-ELIGIBLE(WS-CAND-IDX)
               ADD 1 TO WS-ELIGIBLE-COUNT
               MOVE "will be reversed" TO WS-VERDICT
             WHEN WS-CAND-REPOSTED(WS-CAND-IDX)
               ADD 1 TO WS-REFUSED-COUNT
               MOVE "REFUSED - posted again since" TO WS-VERDICT
             WHEN WS-CAND-BACKED-OUT(WS-CAND-IDX)
               ADD 1 TO WS-REFUSED-COUNT
               MOVE "REFUSED - already backed out" TO WS-VERDICT
             WHEN WS-CAND-MASTER-MOVED(WS-CAND-IDX)
               ADD 1 TO WS-REFUSED-COUNT
               MOVE "REFUSED - master changed since" TO WS-VERDICT
             WHEN OTHER
               MOVE "no net change that day" TO WS-VERDICT
           END-EVALUATE.
           IF WS-CAND-REPOSTED(WS-CAND-IDX)
             DISPLAY "Backout: " WS-CAND-KEY(WS-CAND-IDX) " "
                     WS-CAND-FIRST-ACTION(WS-CAND-IDX)
                     WS-CAND-LAST-ACTION(WS-CAND-IDX) " ["
                     WS-CAND-BEFORE-DATA(WS-CAND-IDX) "] -> ["
                     WS-CAND-AFTER-DATA(WS-CAND-IDX) "] " WS-VERDICT
                     " " WS-CAND-LATER-DATE(WS-CAND-IDX)
           ELSE
             DISPLAY "Backout: " WS-CAND-KEY(WS-CAND-IDX) " "
                     WS-CAND-FIRST-ACTION(WS-CAND-IDX)
                     WS-CAND-LAST-ACTION(WS-CAND-IDX) " ["
                     WS-CAND-BEFORE-DATA(WS-CAND-IDX) "] -> ["
                     WS-CAND-AFTER-DATA(WS-CAND-IDX) "] " WS-VERDICT
           END-IF.

       4200-READ-CANDIDATE-KEY.
           MOVE "N" TO WS-KEY-ON-MASTER-FLAG.
           MOVE WS-CAND-KEY(WS-CAND-IDX) TO MS-KEY.
           READ MASTER-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               SET WS-KEY-ON-MASTER TO TRUE
           END-READ.

       5000-CONFIRM-BACKOUT.
           DISPLAY "MBACKOUT: enter Y to reverse " WS-ELIGIBLE-COUNT
                   " keys on MASTERFILE".
           MOVE SPACE TO WS-CONFIRM-REPLY.
           ACCEPT WS-CONFIRM-REPLY.
           IF WS-CONFIRM-REPLY NOT = "Y" AND WS-CONFIRM-REPLY NOT = "y"
             DISPLAY "MBACKOUT: not confirmed - nothing backed out"
             MOVE "N" TO WS-BACKOUT-OK-FLAG
           END-IF.

       6000-REVERSE-CANDIDATES.
      *> The journal takes a B record for each key as it is reversed;
      *> without it the same key could be reversed a second time, so
      *> a journal that will not open stops the backout before any
      *> record is touched.
           OPEN EXTEND JOURNAL-FILE.
           IF NOT JOURNAL-FILE-OK
             CLOSE JOURNAL-FILE
             OPEN OUTPUT JOURNAL-FILE
           END-IF.
           IF NOT JOURNAL-FILE-OK
             DISPLAY "MBACKOUT: could not open posting journal, "
                     "status " JOURNAL-FILE-STATUS
                     " - nothing backed out"
             MOVE 8 TO RETURN-CODE
             MOVE "N" TO WS-BACKOUT-OK-FLAG
           ELSE
             PERFORM 6100-REVERSE-ONE-KEY
               VARYING WS-CAND-IDX FROM 1 BY 1
               UNTIL WS-CAND-IDX > WS-CAND-COUNT
                  OR NOT WS-BACKOUT-OK
             CLOSE JOURNAL-FILE
           END-IF.

       6100-REVERSE-ONE-KEY.
           IF WS-CAND-ELIGIBLE(WS-CAND-IDX)
             EVALUATE TRUE
               WHEN WS-CAND-FIRST-ACTION(WS-CAND-IDX) = "A"
                 PERFORM 6200-REMOVE-ADDED-KEY
               WHEN WS-CAND-LAST-ACTION(WS-CAND-IDX) = "D"
                 PERFORM 6300-RESTORE-DROPPED-KEY
               WHEN OTHER
                 PERFORM 6400-RESTORE-REPLACED-KEY
             END-EVALUATE
           END-IF.

       6200-REMOVE-ADDED-KEY.
           MOVE WS-CAND-KEY(WS-CAND-IDX) TO MS-KEY.
           DELETE MASTER-FILE
             INVALID KEY
               PERFORM 6900-REPORT-MASTER-ERROR
             NOT INVALID KEY
               MOVE SPACES                   TO MASTER-REC
               MOVE WS-CAND-KEY(WS-CAND-IDX) TO MS-KEY
               MOVE WS-CAND-AFTER-DATA(WS-CAND-IDX) TO MS-DATA
               PERFORM 8500-RECORD-CHECKSUM
               SUBTRACT 1 FROM WS-CTL-COUNT
               SUBTRACT WS-RECORD-SUM FROM WS-CTL-SUM
               MOVE "D" TO WS-ADJ-TRANS-CODE
               PERFORM 6800-RECORD-REVERSAL
           END-DELETE.

       6300-RESTORE-DROPPED-KEY.
           MOVE SPACES                   TO MASTER-REC.
           MOVE WS-CAND-KEY(WS-CAND-IDX) TO MS-KEY.
           MOVE WS-CAND-BEFORE-DATA(WS-CAND-IDX)   TO MS-DATA.
           MOVE WS-CAND-BEFORE-OFFICE(WS-CAND-IDX) TO MS-OFFICE.
           WRITE MASTER-REC.
           IF NOT MASTER-FILE-OK
             PERFORM 6900-REPORT-MASTER-ERROR
           ELSE
             PERFORM 8500-RECORD-CHECKSUM
             ADD 1 TO WS-CTL-COUNT
             ADD WS-RECORD-SUM TO WS-CTL-SUM
             MOVE "A" TO WS-ADJ-TRANS-CODE
             PERFORM 6800-RECORD-REVERSAL
           END-IF.

       6400-RESTORE-REPLACED-KEY.
      *> The after-image's share of the checksum comes out and the
      *> before-image's goes in, as in MSTMAINT's change.
           MOVE SPACES                   TO MASTER-REC.
           MOVE WS-CAND-KEY(WS-CAND-IDX) TO MS-KEY.
           MOVE WS-CAND-AFTER-DATA(WS-CAND-IDX) TO MS-DATA.
           PERFORM 8500-RECORD-CHECKSUM.
           MOVE WS-RECORD-SUM TO WS-OLD-RECORD-SUM.
           MOVE WS-CAND-BEFORE-DATA(WS-CAND-IDX)   TO MS-DATA.
           MOVE WS-CAND-BEFORE-OFFICE(WS-CAND-IDX) TO MS-OFFICE.
           REWRITE MASTER-REC.
           IF NOT MASTER-FILE-OK
             PERFORM 6900-REPORT-MASTER-ERROR
           ELSE
             PERFORM 8500-RECORD-CHECKSUM
             SUBTRACT WS-OLD-RECORD-SUM FROM WS-CTL-SUM
             ADD WS-RECORD-SUM TO WS-CTL-SUM
             MOVE "C" TO WS-ADJ-TRANS-CODE
             PERFORM 6800-RECORD-REVERSAL
           END-IF.

       6800-RECORD-REVERSAL.
      *> The control record is restamped after every key, so the
      *> master cross-foots at whatever point the run stops; the key
      *> is then journaled, audited and queued for billing.
           PERFORM 7500-STAMP-MASTER-CONTROL.
           ADD 1 TO WS-REVERSED-COUNT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURR-DATE-NUM TO WS-JL-POST-DATE.
           MOVE WS-CURR-TIME-NUM TO WS-JL-POST-TIME.
           MOVE WS-CAND-KEY(WS-CAND-IDX)          TO WS-JL-KEY.
           MOVE WS-CAND-AFTER-DATA(WS-CAND-IDX)   TO WS-JL-BEFORE-DATA.
           MOVE WS-CAND-AFTER-OFFICE(WS-CAND-IDX)
             TO WS-JL-BEFORE-OFFICE.
           MOVE WS-CAND-BEFORE-DATA(WS-CAND-IDX)  TO WS-JL-AFTER-DATA.
           MOVE WS-CAND-BEFORE-OFFICE(WS-CAND-IDX)
             TO WS-JL-AFTER-OFFICE.
           IF WS-ADJ-TRANS-CODE = "D"
             MOVE SPACES TO WS-JL-AFTER-DATA
             MOVE SPACES TO WS-JL-AFTER-OFFICE
           END-IF.
           IF WS-ADJ-TRANS-CODE = "A"
             MOVE SPACES TO WS-JL-BEFORE-DATA
             MOVE SPACES TO WS-JL-BEFORE-OFFICE
           END-IF.
           MOVE WS-OPERATOR-ID   TO WS-JL-SOURCE.
           MOVE WS-JOURNAL-LINE  TO JOURNAL-REC.
           WRITE JOURNAL-REC.

           MOVE WS-CAND-KEY(WS-CAND-IDX) TO WS-MI-KEY.
           MOVE WS-JL-BEFORE-DATA        TO WS-MI-DATA.
           MOVE WS-MASTER-IMAGE          TO WS-AUD-OLD-IMAGE.
           MOVE WS-JL-AFTER-DATA         TO WS-MI-DATA.
           MOVE WS-MASTER-IMAGE          TO WS-AUD-NEW-IMAGE.
           IF WS-ADJ-TRANS-CODE = "A"
             MOVE SPACES TO WS-AUD-OLD-IMAGE
           END-IF.
           IF WS-ADJ-TRANS-CODE = "D"
             MOVE SPACES TO WS-AUD-NEW-IMAGE
           END-IF.
           PERFORM 8000-WRITE-AUDIT-RECORD.

           MOVE WS-JL-BEFORE-DATA TO WS-ADJ-OLD-DATA.
           MOVE WS-JL-AFTER-DATA  TO WS-ADJ-NEW-DATA.
           IF WS-ADJ-TRANS-CODE = "A"
             MOVE SPACES TO WS-ADJ-OLD-DATA
           END-IF.
           IF WS-ADJ-TRANS-CODE NOT = "C"
              OR WS-ADJ-OLD-DATA NOT = WS-ADJ-NEW-DATA
             PERFORM 8100-WRITE-ADJUSTMENT-DELTA
           END-IF.
           DISPLAY "MBACKOUT: " WS-CAND-KEY(WS-CAND-IDX)
                   " reversed".

       6900-REPORT-MASTER-ERROR.
           DISPLAY "MBACKOUT: could not reverse "
                   WS-CAND-KEY(WS-CAND-IDX) ", status "
                   MASTER-FILE-STATUS " - key left as it is".
           IF RETURN-CODE < 8
             MOVE 8 TO RETURN-CODE
           END-IF.

       7000-CHECK-CONTROL-UNCHANGED.
      *> Re-read after the confirmation: if a posting, restore or
      *> maintenance session has moved the master while the operator
      *> was deciding, the checks above no longer hold; nor do they
      *> if tonight's chain has started in the meantime.
           PERFORM 2900-CHECK-CHAIN-IDLE.
           IF WS-BACKOUT-OK
             MOVE "*CONTROL*" TO MS-KEY
             READ MASTER-FILE
               INVALID KEY
                 DISPLAY "MBACKOUT: master control record has gone - "
                         "nothing backed out"
                 MOVE 12 TO RETURN-CODE
                 MOVE "N" TO WS-BACKOUT-OK-FLAG
               NOT INVALID KEY
                 IF MC-RECORD-COUNT NOT = WS-CTL-COUNT
                    OR MC-CHECKSUM NOT = WS-CTL-SUM
                   DISPLAY "MBACKOUT: master control record changed "
                           "since it was verified - nothing backed out"
                   MOVE 12 TO RETURN-CODE
                   MOVE "N" TO WS-BACKOUT-OK-FLAG
                 END-IF
             END-READ
           END-IF.

       7500-STAMP-MASTER-CONTROL.
           MOVE SPACES       TO MASTER-CTL-REC.
           MOVE "*CONTROL*"  TO MC-KEY.
           MOVE WS-CTL-COUNT TO MC-RECORD-COUNT.
           MOVE WS-CTL-SUM   TO MC-CHECKSUM.
           REWRITE MASTER-CTL-REC.
           IF NOT MASTER-FILE-OK
             DISPLAY "MBACKOUT: could not stamp master control "
                     "record, status " MASTER-FILE-STATUS
                     " - master will be held at its next open"
             MOVE 12 TO RETURN-CODE
             MOVE "N" TO WS-BACKOUT-OK-FLAG
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
             DISPLAY "MBACKOUT: could not write audit record, status "
                     AUDIT-FILE-STATUS
             IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
             END-IF
           END-IF.

       8100-WRITE-ADJUSTMENT-DELTA.
           OPEN EXTEND ADJUST-FILE.
           IF NOT ADJUST-FILE-OK
             CLOSE ADJUST-FILE
             OPEN OUTPUT ADJUST-FILE
           END-IF.
           IF ADJUST-FILE-OK
             MOVE WS-CURR-DATE-NUM TO WS-ADJ-DATE
             MOVE WS-CURR-TIME-NUM TO WS-ADJ-TIME
             MOVE WS-OPERATOR-ID   TO WS-ADJ-OPERATOR
             MOVE WS-CAND-KEY(WS-CAND-IDX) TO WS-ADJ-KEY
             MOVE WS-ADJUST-LINE   TO ADJUST-REC
             WRITE ADJUST-REC
             CLOSE ADJUST-FILE
           ELSE
             DISPLAY "MBACKOUT: could not write adjustment delta, "
                     "status " ADJUST-FILE-STATUS " - billing must "
                     "be told of " WS-CAND-KEY(WS-CAND-IDX)
                     " by hand"
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
