            SELECT XMIT-LOG-FILE ASSIGN TO 'dltxmit.log'
              ORGANIZATION IS LINE SEQUENTIAL
              STATUS XMIT-LOG-STATUS.
            SELECT ADJUST-FILE ASSIGN TO 'adjdelta.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              STATUS ADJUST-FILE-STATUS.
            SELECT HOLD-FILE ASSIGN TO 'subhold.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              STATUS HOLD-FILE-STATUS.
            SELECT WITHHELD-FILE ASSIGN TO 'subwheld.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              STATUS WITHHELD-STATUS.
            SELECT CHAIN-FILE ASSIGN TO 'chainstat.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              STATUS CHAIN-FILE-STATUS.
       DATA DIVISION.
         FILE SECTION.
        FD  DELTA-FILE.
        FD  EXTRACT5-FILE.
        01  EXTRACT5-REC            PIC X(31).
        FD  XMIT-LOG-FILE.
      *> XL-DATE/XL-TIME are when the extract was actually cut;
      *> XL-RUN-DATE is the run date on the extract's own header, the
      *> date a subscriber's receipt quotes back. They differ only
      *> for a night cut late by a catch-up run.
        01  XMIT-LOG-REC.
            05  XL-DATE             PIC 9(8).
            05  FILLER              PIC X.
            05  XL-CHANGED-CNT      PIC 9(9).
            05  FILLER              PIC X.
            05  XL-DELETED-CNT      PIC 9(9).
            05  FILLER              PIC X.
            05  XL-RUN-DATE         PIC 9(8).
        FD  ADJUST-FILE.
      *> Must mirror mstmaint.cbl's ADJUST-REC exactly.
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
        FD  HOLD-FILE.
      *> Must mirror dlrecon.cbl's HOLD-REC exactly: a subscriber
      *> whose extracts have gone unacknowledged too long is marked
      *> H, and stays held until operations releases it (R).
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
      *> Must mirror dlrelse.cbl's WITHHELD-REC exactly: one line per
      *> delta kept back from a held subscriber, under the run date
      *> of the night it belonged to. WH-SENT-DATE stays zero until
      *> the delta goes out in the subscriber's first extract after
      *> release, and then carries that extract's run date.
        01  WITHHELD-REC.
            05  WH-SUB-ID           PIC X(8).
            05  FILLER              PIC X.
            05  WH-RUN-DATE         PIC 9(8).
            05  FILLER              PIC X.
            05  WH-SENT-DATE        PIC 9(8).
            05  FILLER              PIC X.
            05  WH-DELTA-IMAGE      PIC X(31).
        FD  CHAIN-FILE.
      *> Same layout as hello2.cbl's STATUS-REC, appended to the
      *> night's chain file after ARCHHIST's. Distribution is not
      *> part of the night's balance, but the chain restart
      *> controller needs to know whether it finished.
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
        01  DELTA-FILE-STATUS           PIC XX.
            88  DELTA-FILE-OK               VALUE "00".
            88  EXTRACT5-OK                 VALUE "00".
        01  XMIT-LOG-STATUS             PIC XX.
            88  XMIT-LOG-OK                 VALUE "00".
        01  ADJUST-FILE-STATUS          PIC XX.
            88  ADJUST-FILE-OK              VALUE "00".
        01  HOLD-FILE-STATUS            PIC XX.
            88  HOLD-FILE-OK                VALUE "00".
        01  WITHHELD-STATUS             PIC XX.
            88  WITHHELD-OK                 VALUE "00".
        01  CHAIN-FILE-STATUS           PIC XX.
            88  CHAIN-FILE-OK               VALUE "00".
        01  WS-HOLD-EOF-FLAG            PIC X VALUE "N".
            88  WS-HOLD-EOF                 VALUE "Y".
      *> Subscribers DLRECON has blocked for unacknowledged extracts.
      *> A held subscriber keeps its card's slot, so every other
      *> subscriber is still cut to its usual deltsubN.dat file.
        01  WS-HELD-COUNT               PIC 9(2) COMP VALUE 0.
        01  WS-HELD-TABLE.
            05  WS-HELD-SUB-ID          PIC X(8) OCCURS 99 TIMES.
        01  WS-HELD-IDX                 PIC 9(2) COMP.
        01  WS-CUT-COUNT                PIC 9(2) COMP VALUE 0.
        01  WS-WITHHOLD-COUNT           PIC 9(2) COMP VALUE 0.
        01  WS-EMPTIED-FLAG             PIC X.
            88  WS-EXTRACT-EMPTIED          VALUE "Y".
      *> A held subscriber's deltas are kept in subwheld.dat rather
      *> than dropped. The file is line sequential, so it is loaded
      *> here, the deltas of any subscriber cut again are carried
      *> into its extract and marked sent, and the file is written
      *> back from the table. If more lines are waiting than the
      *> table holds, nothing is carried or marked and the night's
      *> withheld deltas are simply added to the end.
        01  WS-WHELD-EOF-FLAG           PIC X VALUE "N".
            88  WS-WHELD-EOF                VALUE "Y".
        01  WS-WHELD-FOUND-FLAG         PIC X VALUE "N".
            88  WS-WHELD-FOUND              VALUE "Y".
        01  WS-WHELD-OVERFLOW-FLAG      PIC X VALUE "N".
            88  WS-WHELD-OVERFLOW           VALUE "Y".
        01  WS-WHELD-COUNT              PIC 9(4) COMP VALUE 0.
        01  WS-WHELD-TABLE.
            05  WS-WHELD-LINE       PIC X(58) OCCURS 9999 TIMES.
        01  WS-WHELD-IDX                PIC 9(4) COMP.
        01  WS-WHELD-SLOT               PIC 9(2) COMP.
        01  WS-WHELD-VIEW.
            05  WS-WV-SUB-ID        PIC X(8).
            05  FILLER              PIC X.
            05  WS-WV-RUN-DATE      PIC 9(8).
            05  FILLER              PIC X.
            05  WS-WV-SENT-DATE     PIC 9(8).
            05  FILLER              PIC X.
            05  WS-WV-DELTA-IMAGE.
                10  WS-WV-REC-TYPE  PIC X.
                10  WS-WV-TRANS-CODE PIC X.
                10  FILLER          PIC X(29).
        01  WS-ADJUST-EOF-FLAG          PIC X VALUE "N".
            88  WS-ADJUST-EOF               VALUE "Y".
      *> HELLO stamps the delta header with the time its run began
      *> and copies in every manual adjustment keyed before then.
      *> Once those are delivered they are cleared from adjdelta.dat;
      *> anything keyed later is kept here and written back for the
      *> next night's delta.
        01  WS-DELTA-RUN-DATE           PIC 9(8) VALUE 0.
        01  WS-DELTA-RUN-TIME           PIC 9(6) VALUE 0.
        01  WS-ADJ-KEPT-COUNT           PIC 9(4) COMP VALUE 0.
        01  WS-ADJ-CLEARED-COUNT        PIC 9(9) VALUE 0.
        01  WS-ADJ-OVERFLOW-FLAG        PIC X VALUE "N".
            88  WS-ADJ-OVERFLOW             VALUE "Y".
        01  WS-ADJ-KEPT-TABLE.
            05  WS-ADJ-KEPT-REC     PIC X(56) OCCURS 999 TIMES.
        01  WS-ADJ-IDX                  PIC 9(4) COMP.
        01  WS-SPLIT-OK-FLAG            PIC X VALUE "Y".
            88  WS-SPLIT-OK                 VALUE "Y".
        01  WS-SUBSCR-EOF-FLAG          PIC X VALUE "N".
                10  WS-SUB-KEY-HIGH     PIC X(9).
                10  WS-SUB-OPEN-FLAG    PIC X.
                    88  WS-SUB-IS-OPEN      VALUE "Y".
                10  WS-SUB-HELD-FLAG    PIC X.
                    88  WS-SUB-IS-HELD      VALUE "Y".
                10  WS-SUB-ADDED        PIC 9(9).
                10  WS-SUB-CHANGED      PIC 9(9).
                10  WS-SUB-DELETED      PIC 9(9).
                10  WS-SUB-CARRIED      PIC 9(9).
                10  WS-SUB-WITHHELD     PIC 9(9).
        01  WS-SUB-IDX                  PIC 9(2) COMP.
        01  WS-CODE-IDX                 PIC 9(2) COMP.
        01  WS-MATCH-FLAG               PIC X.
            05  WS-OT-CHANGED-CNT   PIC 9(9).
            05  WS-OT-DELETED-CNT   PIC 9(9).
            05  FILLER              PIC X(3).
      *> Business date a catch-up run hands each step; see
      *> 0050-APPLY-BUSINESS-DATE.
        01  WS-BUSINESS-DATE.
            05  WS-BUS-YYYY             PIC 9(4).
            05  WS-BUS-MM               PIC 9(2).
            05  WS-BUS-DD               PIC 9(2).
        01  WS-BUSINESS-DATE-NUM REDEFINES WS-BUSINESS-DATE
                                        PIC 9(8).
        01  WS-BUS-DATE-OK-FLAG         PIC X VALUE "Y".
            88  WS-BUS-DATE-OK              VALUE "Y".
        01  WS-CUT-DATE-NUM             PIC 9(8).
        01  WS-CURRENT-DATE-TIME.
            05  WS-CURR-DATE.
                10  WS-CURR-YYYY        PIC 9(4).
000020 PROCEDURE      DIVISION.
000030   MAIN           SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURR-DATE-NUM TO WS-CUT-DATE-NUM.
           PERFORM 0050-APPLY-BUSINESS-DATE.

           PERFORM 1000-LOAD-SUBSCRIBERS.
           IF WS-SPLIT-OK
           END-IF.
           IF WS-SPLIT-OK
             PERFORM 2000-OPEN-EXTRACTS
             PERFORM 2600-CARRY-WITHHELD-DELTAS
             PERFORM 3000-DISTRIBUTE-DELTAS
             PERFORM 4000-CLOSE-EXTRACTS
             PERFORM 5000-WRITE-TRANSMISSION-LOG
             PERFORM 6000-CLEAR-DELIVERED-ADJUSTMENTS
             PERFORM 6500-FILE-WITHHELD-DELTAS
             DISPLAY "DLSPLIT: cut " WS-CUT-COUNT " extract(s) from "
                     WS-READ-ADDED-COUNT " added, "
                     WS-READ-CHANGED-COUNT " changed, "
                     WS-READ-DELETED-COUNT " deleted deltas"
           END-IF.

           PERFORM 9400-WRITE-CHAIN-STATUS.

000040     STOP  RUN.

       0050-APPLY-BUSINESS-DATE.
      *> CATCHUP runs a missed night under that night's own business
      *> date by setting CHAIN_BUSINESS_DATE for every step it
      *> starts. Everything this step dates then carries that date in
      *> place of the calendar's; the clock time stays real. A value
      *> that is not a plausible date up to today is ignored.
           MOVE SPACES TO WS-BUSINESS-DATE.
           ACCEPT WS-BUSINESS-DATE
             FROM ENVIRONMENT "CHAIN_BUSINESS_DATE".
           EVALUATE TRUE
             WHEN WS-BUSINESS-DATE = SPACES
               CONTINUE
             WHEN WS-BUSINESS-DATE NOT NUMERIC
               MOVE "N" TO WS-BUS-DATE-OK-FLAG
             WHEN WS-BUS-YYYY < 1900
                  OR WS-BUS-MM < 1 OR WS-BUS-MM > 12
                  OR WS-BUS-DD < 1 OR WS-BUS-DD > 31
                  OR WS-BUSINESS-DATE-NUM > WS-CURR-DATE-NUM
               MOVE "N" TO WS-BUS-DATE-OK-FLAG
             WHEN OTHER
               MOVE WS-BUSINESS-DATE-NUM TO WS-CURR-DATE-NUM
               DISPLAY "DLSPLIT: processing as business date "
                       WS-CURR-DATE-NUM
           END-EVALUATE.
           IF NOT WS-BUS-DATE-OK
             DISPLAY "DLSPLIT: CHAIN_BUSINESS_DATE [" WS-BUSINESS-DATE
                     "] is not a usable date - today's date used"
             IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF.

       1000-LOAD-SUBSCRIBERS.
           PERFORM 1050-LOAD-SUBSCRIBER-HOLDS.
           OPEN INPUT SUBSCR-FILE.
           IF NOT SUBSCR-FILE-OK
             DISPLAY "DLSPLIT: no subscriber control file, status "
             END-IF
           END-IF.

       1050-LOAD-SUBSCRIBER-HOLDS.
      *> No hold file means no subscriber has ever been blocked.
           OPEN INPUT HOLD-FILE.
           IF HOLD-FILE-OK
             PERFORM UNTIL WS-HOLD-EOF
               READ HOLD-FILE
                 AT END
                   SET WS-HOLD-EOF TO TRUE
                 NOT AT END
                   IF SH-IS-HELD AND WS-HELD-COUNT < 99
                     ADD 1 TO WS-HELD-COUNT
                     MOVE SH-SUB-ID TO WS-HELD-SUB-ID(WS-HELD-COUNT)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE HOLD-FILE
           END-IF.

       1100-FILE-ONE-SUBSCRIBER.
           EVALUATE TRUE
             WHEN SUBSCR-REC = SPACES
               MOVE SB-KEY-LOW     TO WS-SUB-KEY-LOW(WS-SUB-COUNT)
               MOVE SB-KEY-HIGH    TO WS-SUB-KEY-HIGH(WS-SUB-COUNT)
               MOVE "N"            TO WS-SUB-OPEN-FLAG(WS-SUB-COUNT)
               MOVE "N"            TO WS-SUB-HELD-FLAG(WS-SUB-COUNT)
               PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
                   UNTIL WS-HELD-IDX > WS-HELD-COUNT
                 IF WS-HELD-SUB-ID(WS-HELD-IDX) = SB-ID
                   SET WS-SUB-IS-HELD(WS-SUB-COUNT) TO TRUE
                 END-IF
               END-PERFORM
               MOVE 0              TO WS-SUB-ADDED(WS-SUB-COUNT)
               MOVE 0              TO WS-SUB-CHANGED(WS-SUB-COUNT)
               MOVE 0              TO WS-SUB-DELETED(WS-SUB-COUNT)
               MOVE 0              TO WS-SUB-CARRIED(WS-SUB-COUNT)
               MOVE 0              TO WS-SUB-WITHHELD(WS-SUB-COUNT)
           END-EVALUATE.

       1500-VERIFY-DELTA-FILE.
                   EVALUATE DL-REC-TYPE
                     WHEN "H"
                       SET WS-HEADER-SEEN TO TRUE
                       MOVE DH-RUN-DATE TO WS-DELTA-RUN-DATE
                       MOVE DH-RUN-TIME TO WS-DELTA-RUN-TIME
                     WHEN "T"
                       SET WS-TRAILER-SEEN TO TRUE
                       MOVE DT-ADDED-CNT   TO WS-TRL-ADDED-COUNT
             UNTIL WS-SUB-IDX > WS-SUB-COUNT.

       2100-OPEN-ONE-EXTRACT.
      *> A held subscriber is not cut at all - no extract, no log
      *> line - so deltas stop piling up unseen at its end. Its
      *> deltas are kept in subwheld.dat instead, and go out with
      *> its first extract after operations releases it.
           IF WS-SUB-IS-HELD(WS-SUB-IDX)
             ADD 1 TO WS-WITHHOLD-COUNT
             DISPLAY "DLSPLIT: subscriber " WS-SUB-ID(WS-SUB-IDX)
                     " is held for unacknowledged extracts - its "
                     "deltas are kept back until operations "
                     "releases it"
             IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
             END-IF
             PERFORM 2160-EMPTY-EXTRACT-FILE
           ELSE
             PERFORM 2150-OPEN-EXTRACT-FILE
           END-IF.

       2150-OPEN-EXTRACT-FILE.
           EVALUATE WS-SUB-IDX
             WHEN 1
               OPEN OUTPUT EXTRACT1-FILE
               END-IF
           END-EVALUATE.
           IF WS-SUB-IS-OPEN(WS-SUB-IDX)
             ADD 1 TO WS-CUT-COUNT
             MOVE SPACES           TO WS-OUT-REC
             MOVE "H"              TO WS-OH-REC-TYPE
             MOVE WS-CURR-DATE-NUM TO WS-OH-RUN-DATE
             END-IF
           END-IF.

       2160-EMPTY-EXTRACT-FILE.
      *> The held subscriber's file is emptied, so that its last
      *> extract is neither shipped again under tonight's name nor
      *> kept by a catch-up run as if this night had produced it.
           MOVE "N" TO WS-EMPTIED-FLAG.
           EVALUATE WS-SUB-IDX
             WHEN 1
               OPEN OUTPUT EXTRACT1-FILE
               IF EXTRACT1-OK
                 CLOSE EXTRACT1-FILE
                 SET WS-EXTRACT-EMPTIED TO TRUE
               END-IF
             WHEN 2
               OPEN OUTPUT EXTRACT2-FILE
               IF EXTRACT2-OK
                 CLOSE EXTRACT2-FILE
                 SET WS-EXTRACT-EMPTIED TO TRUE
               END-IF
             WHEN 3
               OPEN OUTPUT EXTRACT3-FILE
               IF EXTRACT3-OK
                 CLOSE EXTRACT3-FILE
                 SET WS-EXTRACT-EMPTIED TO TRUE
               END-IF
             WHEN 4
               OPEN OUTPUT EXTRACT4-FILE
               IF EXTRACT4-OK
                 CLOSE EXTRACT4-FILE
                 SET WS-EXTRACT-EMPTIED TO TRUE
               END-IF
             WHEN 5
               OPEN OUTPUT EXTRACT5-FILE
               IF EXTRACT5-OK
                 CLOSE EXTRACT5-FILE
                 SET WS-EXTRACT-EMPTIED TO TRUE
               END-IF
           END-EVALUATE.
           IF NOT WS-EXTRACT-EMPTIED
             DISPLAY "DLSPLIT: could not empty extract file "
                     WS-SUB-IDX " of held subscriber "
                     WS-SUB-ID(WS-SUB-IDX)
                     " - its last extract is still on file"
             IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
             END-IF
           END-IF.

       2500-WRITE-EXTRACT-RECORD.
           EVALUATE WS-SUB-IDX
             WHEN 1
               WRITE EXTRACT5-REC
           END-EVALUATE.

       2600-CARRY-WITHHELD-DELTAS.
      *> Withheld deltas go out ahead of the night's own, in the
      *> order they were kept. A line already marked sent under this
      *> run date was carried by an earlier attempt at this same
      *> cut, whose extract has just been overwritten, so it is
      *> carried again; one sent under any other run date has been
      *> delivered and is dropped. A held subscriber's lines for this
      *> run date are dropped too - they are kept again, once, by
      *> 6500-FILE-WITHHELD-DELTAS.
           OPEN INPUT WITHHELD-FILE.
           IF WITHHELD-OK
             SET WS-WHELD-FOUND TO TRUE
             PERFORM UNTIL WS-WHELD-EOF
               READ WITHHELD-FILE
                 AT END
                   SET WS-WHELD-EOF TO TRUE
                 NOT AT END
                   IF WS-WHELD-COUNT < 9999
                     ADD 1 TO WS-WHELD-COUNT
                     MOVE WITHHELD-REC
                       TO WS-WHELD-LINE(WS-WHELD-COUNT)
                   ELSE
                     SET WS-WHELD-OVERFLOW TO TRUE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE WITHHELD-FILE
           END-IF.
           IF WS-WHELD-OVERFLOW
             DISPLAY "DLSPLIT: more than 9999 withheld deltas on "
                     "file - none carried this run"
             IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
             END-IF
           ELSE
             PERFORM 2700-SORT-OUT-ONE-WITHHELD
               VARYING WS-WHELD-IDX FROM 1 BY 1
               UNTIL WS-WHELD-IDX > WS-WHELD-COUNT
           END-IF.

       2700-SORT-OUT-ONE-WITHHELD.
           MOVE WS-WHELD-LINE(WS-WHELD-IDX) TO WS-WHELD-VIEW.
           MOVE 0 TO WS-WHELD-SLOT.
           PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
               UNTIL WS-SUB-IDX > WS-SUB-COUNT
             IF WS-SUB-ID(WS-SUB-IDX) = WS-WV-SUB-ID
               MOVE WS-SUB-IDX TO WS-WHELD-SLOT
             END-IF
           END-PERFORM.
           EVALUATE TRUE
             WHEN WS-WV-SENT-DATE NOT = 0
                  AND WS-WV-SENT-DATE NOT = WS-CURR-DATE-NUM
               MOVE SPACES TO WS-WHELD-VIEW
             WHEN WS-WHELD-SLOT = 0
               CONTINUE
             WHEN WS-SUB-IS-OPEN(WS-WHELD-SLOT)
               MOVE WS-WHELD-SLOT TO WS-SUB-IDX
               EVALUATE WS-WV-TRANS-CODE
                 WHEN "A"
                   ADD 1 TO WS-SUB-ADDED(WS-SUB-IDX)
                 WHEN "C"
                   ADD 1 TO WS-SUB-CHANGED(WS-SUB-IDX)
                 WHEN "D"
                   ADD 1 TO WS-SUB-DELETED(WS-SUB-IDX)
               END-EVALUATE
               ADD 1 TO WS-SUB-CARRIED(WS-SUB-IDX)
               MOVE WS-WV-DELTA-IMAGE TO WS-OUT-REC
               PERFORM 2500-WRITE-EXTRACT-RECORD
               MOVE WS-CURR-DATE-NUM TO WS-WV-SENT-DATE
             WHEN WS-SUB-IS-HELD(WS-WHELD-SLOT)
                  AND WS-WV-RUN-DATE = WS-CURR-DATE-NUM
                  AND WS-WV-SENT-DATE = 0
               MOVE SPACES TO WS-WHELD-VIEW
             WHEN OTHER
               MOVE 0 TO WS-WV-SENT-DATE
           END-EVALUATE.
           MOVE WS-WHELD-VIEW TO WS-WHELD-LINE(WS-WHELD-IDX).

       3000-DISTRIBUTE-DELTAS.
           MOVE "N" TO WS-DELTA-EOF-FLAG.
           OPEN INPUT DELTA-FILE.
       5100-LOG-ONE-SUBSCRIBER.
           IF WS-SUB-IS-OPEN(WS-SUB-IDX)
             MOVE SPACES                     TO XMIT-LOG-REC
             MOVE WS-CUT-DATE-NUM            TO XL-DATE
             MOVE WS-CURR-TIME-NUM           TO XL-TIME
             MOVE WS-CURR-DATE-NUM           TO XL-RUN-DATE
             MOVE WS-SUB-ID(WS-SUB-IDX)      TO XL-SUB-ID
             MOVE WS-SUB-IDX                 TO XL-FILE-NO
             MOVE WS-SUB-ADDED(WS-SUB-IDX)   TO XL-ADDED-CNT
                     WS-SUB-ADDED(WS-SUB-IDX) " changed "
                     WS-SUB-CHANGED(WS-SUB-IDX) " deleted "
                     WS-SUB-DELETED(WS-SUB-IDX)
             IF WS-SUB-CARRIED(WS-SUB-IDX) > 0
               DISPLAY "DLSPLIT: extract " WS-SUB-IDX " for "
                       WS-SUB-ID(WS-SUB-IDX) " carries "
                       WS-SUB-CARRIED(WS-SUB-IDX)
                       " delta(s) withheld while it was held"
             END-IF
           END-IF.

       6000-CLEAR-DELIVERED-ADJUSTMENTS.
      *> adjdelta.dat is line sequential, so the adjustments still to
      *> go are held in the table and the file is rewritten from it.
      *> If more are waiting than the table holds, nothing is
      *> cleared: a change sent twice is safer than one never sent.
           OPEN INPUT ADJUST-FILE.
           IF ADJUST-FILE-OK
             PERFORM UNTIL WS-ADJUST-EOF
               READ ADJUST-FILE
                 AT END
                   SET WS-ADJUST-EOF TO TRUE
                 NOT AT END
                   PERFORM 6100-SORT-OUT-ONE-ADJUSTMENT
               END-READ
             END-PERFORM
             CLOSE ADJUST-FILE
             EVALUATE TRUE
               WHEN WS-ADJ-OVERFLOW
                 DISPLAY "DLSPLIT: more than 999 manual adjustments "
                         "waiting - delivered ones not cleared"
                 IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
                 END-IF
               WHEN WS-ADJ-CLEARED-COUNT > 0
                 PERFORM 6200-REWRITE-ADJUSTMENTS
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-IF.

       6100-SORT-OUT-ONE-ADJUSTMENT.
           IF AJ-ENTRY-DATE < WS-DELTA-RUN-DATE
              OR (AJ-ENTRY-DATE = WS-DELTA-RUN-DATE
                  AND AJ-ENTRY-TIME <= WS-DELTA-RUN-TIME)
             ADD 1 TO WS-ADJ-CLEARED-COUNT
           ELSE
             IF WS-ADJ-KEPT-COUNT < 999
               ADD 1 TO WS-ADJ-KEPT-COUNT
               MOVE ADJUST-REC TO WS-ADJ-KEPT-REC(WS-ADJ-KEPT-COUNT)
             ELSE
               SET WS-ADJ-OVERFLOW TO TRUE
             END-IF
           END-IF.

       6200-REWRITE-ADJUSTMENTS.
           OPEN OUTPUT ADJUST-FILE.
           IF NOT ADJUST-FILE-OK
             DISPLAY "DLSPLIT: could not clear delivered manual "
                     "adjustments, status " ADJUST-FILE-STATUS
                     " - they will be sent again"
             IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
             END-IF
           ELSE
             PERFORM VARYING WS-ADJ-IDX FROM 1 BY 1
                 UNTIL WS-ADJ-IDX > WS-ADJ-KEPT-COUNT
               MOVE WS-ADJ-KEPT-REC(WS-ADJ-IDX) TO ADJUST-REC
               WRITE ADJUST-REC
             END-PERFORM
             CLOSE ADJUST-FILE
             DISPLAY "DLSPLIT: cleared " WS-ADJ-CLEARED-COUNT
                     " delivered manual adjustments, "
                     WS-ADJ-KEPT-COUNT " still waiting"
           END-IF.

       6500-FILE-WITHHELD-DELTAS.
      *> Written back only once every extract is closed, so a delta
      *> is never marked sent before the extract carrying it is
      *> whole. The night's deltas for each held subscriber are then
      *> added under this run date.
           IF WS-WHELD-FOUND OR WS-WITHHOLD-COUNT > 0
             IF WS-WHELD-OVERFLOW
               OPEN EXTEND WITHHELD-FILE
               IF NOT WITHHELD-OK
                 CLOSE WITHHELD-FILE
                 OPEN OUTPUT WITHHELD-FILE
               END-IF
             ELSE
               OPEN OUTPUT WITHHELD-FILE
             END-IF
             IF NOT WITHHELD-OK
               DISPLAY "DLSPLIT: could not write withheld deltas, "
                       "status " WITHHELD-STATUS
               IF RETURN-CODE < 8
                 MOVE 8 TO RETURN-CODE
               END-IF
             ELSE
               IF NOT WS-WHELD-OVERFLOW
                 PERFORM VARYING WS-WHELD-IDX FROM 1 BY 1
                     UNTIL WS-WHELD-IDX > WS-WHELD-COUNT
                   IF WS-WHELD-LINE(WS-WHELD-IDX) NOT = SPACES
                     MOVE WS-WHELD-LINE(WS-WHELD-IDX)
                       TO WITHHELD-REC
                     WRITE WITHHELD-REC
                   END-IF
                 END-PERFORM
               END-IF
               IF WS-WITHHOLD-COUNT > 0
                 PERFORM 6600-WITHHOLD-NIGHT-DELTAS
               END-IF
               CLOSE WITHHELD-FILE
             END-IF
           END-IF.

       6600-WITHHOLD-NIGHT-DELTAS.
           MOVE "N" TO WS-DELTA-EOF-FLAG.
           OPEN INPUT DELTA-FILE.
           IF NOT DELTA-FILE-OK
             DISPLAY "DLSPLIT: could not reopen delta file, status "
                     DELTA-FILE-STATUS " - held subscribers' deltas "
                     "not kept"
             MOVE 12 TO RETURN-CODE
           ELSE
             PERFORM UNTIL WS-DELTA-EOF
               READ DELTA-FILE
                 AT END
                   SET WS-DELTA-EOF TO TRUE
                 NOT AT END
                   IF DL-REC-TYPE = "D"
                     PERFORM 6700-WITHHOLD-FROM-ONE-SUBSCRIBER
                       VARYING WS-SUB-IDX FROM 1 BY 1
                       UNTIL WS-SUB-IDX > WS-SUB-COUNT
                   END-IF
               END-READ
             END-PERFORM
             CLOSE DELTA-FILE
             PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
                 UNTIL WS-SUB-IDX > WS-SUB-COUNT
               IF WS-SUB-IS-HELD(WS-SUB-IDX)
                 DISPLAY "DLSPLIT: withheld "
                         WS-SUB-WITHHELD(WS-SUB-IDX) " delta(s) from "
                         WS-SUB-ID(WS-SUB-IDX) " for run date "
                         WS-CURR-DATE-NUM " - kept in subwheld.dat"
               END-IF
             END-PERFORM
           END-IF.

       6700-WITHHOLD-FROM-ONE-SUBSCRIBER.
           IF WS-SUB-IS-HELD(WS-SUB-IDX)
             PERFORM 3200-TEST-SUBSCRIPTION
             IF WS-DELTA-MATCHES
               ADD 1 TO WS-SUB-WITHHELD(WS-SUB-IDX)
               MOVE SPACES                TO WITHHELD-REC
               MOVE WS-SUB-ID(WS-SUB-IDX) TO WH-SUB-ID
               MOVE WS-CURR-DATE-NUM      TO WH-RUN-DATE
               MOVE 0                     TO WH-SENT-DATE
               MOVE DELTA-REC             TO WH-DELTA-IMAGE
               WRITE WITHHELD-REC
             END-IF
           END-IF.

       9400-WRITE-CHAIN-STATUS.
      *> Written unconditionally, like every other chain step's: a
      *> held distribution must still say so, or a restart cannot
      *> tell "held" from "never ran". The added/changed/deleted
      *> figures are the deltas read, not what each subscriber took.
           OPEN EXTEND CHAIN-FILE.
           IF NOT CHAIN-FILE-OK
             CLOSE CHAIN-FILE
             OPEN OUTPUT CHAIN-FILE
           END-IF.
           IF CHAIN-FILE-OK
             MOVE SPACES                TO CHAIN-REC
             MOVE "DLSPLIT"             TO CS-PROGRAM
             MOVE WS-CURR-DATE-NUM      TO CS-RUN-DATE
             MOVE WS-CURR-TIME-NUM      TO CS-RUN-TIME
             COMPUTE CS-RECORD-COUNT =
               WS-READ-ADDED-COUNT + WS-READ-CHANGED-COUNT
               + WS-READ-DELETED-COUNT
             MOVE 0                     TO CS-REJECT-COUNT
             MOVE WS-CUT-COUNT          TO CS-BATCH-COUNT
             IF WS-SPLIT-OK AND RETURN-CODE < 8
               MOVE "PASS" TO CS-TRAILER-VERIFY
             ELSE
               MOVE "FAIL" TO CS-TRAILER-VERIFY
             END-IF
             MOVE WS-READ-ADDED-COUNT   TO CS-ADDED-CNT
             MOVE WS-READ-CHANGED-COUNT TO CS-CHANGED-CNT
             MOVE WS-READ-DELETED-COUNT TO CS-DELETED-CNT
             MOVE "N"                   TO CS-CKPT-PENDING
             MOVE RETURN-CODE           TO CS-STATUS-CODE
             WRITE CHAIN-REC
             CLOSE CHAIN-FILE
           ELSE
             DISPLAY "DLSPLIT: could not write chain status record, "
                     "status " CHAIN-FILE-STATUS
             IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
             END-IF
           END-IF.
