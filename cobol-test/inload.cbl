            SELECT RUN-HISTORY-FILE ASSIGN TO 'runhist.log'
              ORGANIZATION IS LINE SEQUENTIAL
              STATUS RUN-HISTORY-STATUS.
            SELECT OFFICE-FILE ASSIGN TO 'offices.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              STATUS OFFICE-FILE-STATUS.
            SELECT PENDWK-FILE ASSIGN TO 'pendload.wrk'
              ORGANIZATION IS LINE SEQUENTIAL
              STATUS PENDWK-FILE-STATUS.
            SELECT PEND-FILE ASSIGN TO "PENDFILE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PD-FULL-KEY
              STATUS PEND-FILE-STATUS.
       DATA DIVISION.
         FILE SECTION.
        FD  TRANSMIT-FILE.
      *> An "E" detail carries the date its change takes effect in
      *> bytes 21-28; every other record type is 20 bytes.
        01  TRANSMIT-REC            PIC X(28).
        FD  IN-FILE.
        01  IN-FILE-REC.
      *> Must mirror hello2.cbl's IN-FILE-REC exactly: both programs
                10  IN-REC-TYPE     PIC X.
                    88  IN-REC-IS-HEADER    VALUE "H".
                    88  IN-REC-IS-DETAIL    VALUE "D".
                    88  IN-REC-IS-EFFECTIVE VALUE "E".
                    88  IN-REC-IS-TRAILER   VALUE "T".
                10  IN-REC-KEY      PIC X(9).
            05  IN-REC-DATA         PIC X(10).
            05  DUP-KEPT-IMAGE      PIC X(22).
            05  FILLER              PIC X.
            05  DUP-NEW-IMAGE       PIC X(22).
      *> Filled only on an "ED" line: the effective date as sent.
            05  FILLER              PIC X.
            05  DUP-EFF-DATE        PIC X(8).
        FD  CHAIN-FILE.
      *> Same layout as hello2.cbl's STATUS-REC, one record per chain
      *> step per night. This step is the first of the night, so it
      *> starts the file fresh; PENDREL, HELLO, POSTMAST, ARCHHIST
      *> and DLSPLIT append theirs, and the end-of-night verifier
      *> reads them back to prove the chain ran in order and the
      *> counts tie out.
        01  CHAIN-REC.
            05  CS-PROGRAM          PIC X(8).
            05  CS-RUN-DATE         PIC 9(8).
            05  AK-ACCEPTED-CNT     PIC 9(6).
            05  AK-REFUSED-CNT      PIC 9(6).
            05  AK-STATUS           PIC X(2).
            05  AK-OFFICE-CODE      PIC X(5).
        01  ACK-HEADER-REC.
            05  AH-REC-TYPE         PIC X.
            05  AH-RUN-DATE         PIC 9(8).
        01  PARM-REC PIC X(80).
        FD  RUN-HISTORY-FILE.
        01  RUN-HISTORY-REC PIC X(132).
        FD  OFFICE-FILE.
      *> The sending-office registry: one card per office that feeds
      *> us, its code as carried in the batch header, the number of
      *> batches expected from it each night, and its name. Cards
      *> starting "*" are comments. NIGHTBAL reads the same file to
      *> report offices that sent nothing.
        01  OFFICE-REC.
            05  OF-OFFICE-CODE      PIC X(5).
            05  FILLER              PIC X.
            05  OF-EXPECTED-BATCHES PIC 9(2).
            05  FILLER              PIC X.
            05  OF-OFFICE-NAME      PIC X(30).
        FD  PENDWK-FILE.
      *> Tonight's "E" details as they load, held back from the
      *> pending-change store until the whole transmission has
      *> proved structurally sound: a feed that is going to be
      *> recalled must not leave changes waiting to fire.
        01  PENDWK-REC.
            05  PW-EFF-DATE         PIC 9(8).
            05  PW-KEY              PIC X(9).
            05  PW-DATA             PIC X(10).
            05  PW-OFFICE           PIC X(5).
            05  PW-BATCH-DATE       PIC X(8).
        FD  PEND-FILE.
      *> Must mirror pendrel.cbl's PEND-REC exactly: an effective-
      *> dated change is filed here the night it arrives and waits
      *> for PENDREL to release it on its effective date.
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
         WORKING-STORAGE SECTION.
        01  TRANSMIT-FILE-STATUS        PIC XX.
            88  TRANSMIT-FILE-OK            VALUE "00".
            88  PARM-FILE-OK                VALUE "00".
        01  RUN-HISTORY-STATUS          PIC XX.
            88  RUN-HISTORY-OK              VALUE "00".
        01  OFFICE-FILE-STATUS          PIC XX.
            88  OFFICE-FILE-OK              VALUE "00".
        01  PENDWK-FILE-STATUS          PIC XX.
            88  PENDWK-FILE-OK              VALUE "00".
        01  WS-PENDWK-OPEN-FLAG         PIC X VALUE "N".
            88  WS-PENDWK-IS-OPEN           VALUE "Y".
        01  WS-PENDWK-EOF-FLAG          PIC X VALUE "N".
            88  WS-PENDWK-EOF               VALUE "Y".
        01  PEND-FILE-STATUS            PIC XX.
            88  PEND-FILE-OK                VALUE "00".
            88  PEND-NOT-FOUND              VALUE "23" "35".
      *> Effective date of the "E" detail being loaded.
        01  WS-EFF-DATE.
            05  WS-EFF-YYYY             PIC 9(4).
            05  WS-EFF-MM               PIC 9(2).
            05  WS-EFF-DD               PIC 9(2).
        01  WS-EFF-DATE-NUM REDEFINES WS-EFF-DATE PIC 9(8).
        01  WS-EFF-DATE-OK-FLAG         PIC X VALUE "Y".
            88  WS-EFF-DATE-OK              VALUE "Y".
        01  WS-EFFECTIVE-COUNT          PIC 9(9) VALUE 0.
        01  WS-PEND-HELD-COUNT          PIC 9(9) VALUE 0.
        01  WS-PEND-FILED-COUNT         PIC 9(9) VALUE 0.
        01  WS-PEND-REPLACED-COUNT      PIC 9(9) VALUE 0.
        01  WS-PEND-REFUSED-COUNT       PIC 9(9) VALUE 0.
        01  WS-BAD-EFF-DATE-COUNT       PIC 9(9) VALUE 0.
        01  WS-OFFICE-EOF-FLAG          PIC X VALUE "N".
            88  WS-OFFICE-EOF               VALUE "Y".
        01  WS-REGISTRY-FLAG            PIC X VALUE "N".
            88  WS-REGISTRY-USABLE          VALUE "Y".
      *> Registered office codes, loaded once at start of run. A
      *> header whose office is not in this table refuses its whole
      *> batch: the details are counted as refused and never reach
      *> the KSDS, so nothing from an unknown sender can post.
        01  WS-OFFICE-COUNT             PIC 9(2) COMP VALUE 0.
        01  WS-OFFICE-TABLE.
            05  WS-OFC-CODE         PIC X(5) OCCURS 99 TIMES.
        01  WS-OFC-IDX                  PIC 9(2) COMP.
        01  WS-OFFICE-FOUND-FLAG        PIC X VALUE "N".
            88  WS-OFFICE-FOUND             VALUE "Y".
        01  WS-BATCH-REFUSED-FLAG       PIC X VALUE "N".
            88  WS-BATCH-REFUSED            VALUE "Y".
        01  WS-OFFICE-REFUSED-COUNT     PIC 9(9) VALUE 0.
        01  WS-REFUSED-BATCH-COUNT      PIC 9(5) VALUE 0.
        01  WS-TOTAL-REFUSED-COUNT      PIC 9(9) VALUE 0.
        01  WS-PARM-EOF-FLAG            PIC X VALUE "N".
            88  WS-PARM-EOF                 VALUE "Y".
        01  WS-PARM-KEYWORD             PIC X(20).
                10  WS-ACK-REFUSED      PIC 9(6) VALUE 0.
                10  WS-ACK-ERR-FLAG     PIC X    VALUE "N".
                    88  WS-ACK-BATCH-ERROR  VALUE "Y".
                10  WS-ACK-OFFICE       PIC X(5) VALUE SPACES.
                10  WS-ACK-OFFICE-FLAG  PIC X    VALUE "N".
                    88  WS-ACK-OFFICE-REFUSED VALUE "Y".
        01  WS-ACK-IDX                  PIC 9(2) COMP.
        01  WS-TIMING-WORK.
            05  WS-START-TIME-NUM   PIC 9(6).
            05  FILLER             PIC X(4)  VALUE " sec".
            05  FILLER             PIC X(9)  VALUE " Window :".
            05  WS-TIM-WINDOW      PIC X(4).
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
        01  WS-CURRENT-DATE-TIME.
            05  WS-CURR-DATE.
                10  WS-CURR-YYYY        PIC 9(4).
000020 PROCEDURE      DIVISION.
000030   MAIN           SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           PERFORM 0050-APPLY-BUSINESS-DATE.
           MOVE WS-CURR-TIME-NUM TO WS-START-TIME-NUM.
           PERFORM 0400-READ-WINDOW-CUTOFF.
           PERFORM 0600-LOAD-OFFICE-REGISTRY.
           OPEN INPUT TRANSMIT-FILE.
           IF TRANSMIT-FILE-NOT-FOUND
             DISPLAY "INLOAD : no transmission file found, status "
               END-READ
             END-PERFORM
             PERFORM 3000-CHECK-STRUCTURE
             IF WS-PENDWK-IS-OPEN
               CLOSE PENDWK-FILE
               PERFORM 3500-FILE-PENDING-CHANGES
             END-IF
             CLOSE TRANSMIT-FILE
             CLOSE IN-FILE
             IF WS-DUPCHK-USABLE

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
               DISPLAY "INLOAD : processing as business date "
                       WS-CURR-DATE-NUM
           END-EVALUATE.
           IF NOT WS-BUS-DATE-OK
             DISPLAY "INLOAD : CHAIN_BUSINESS_DATE [" WS-BUSINESS-DATE
                     "] is not a usable date - today's date used"
             IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF.

       0400-READ-WINDOW-CUTOFF.
      *> Only the WINDOW-CUTOFF card matters to this step; the rest
      *> of the run-control cards are HELLO's and are passed over. A
             END-IF
           END-IF.

       0600-LOAD-OFFICE-REGISTRY.
      *> A missing registry is a warning, not a reason to refuse the
      *> whole night: every header is then accepted as it was before
      *> the registry existed, and NIGHTBAL flags the gap in turn.
           OPEN INPUT OFFICE-FILE.
           IF NOT OFFICE-FILE-OK
             DISPLAY "INLOAD : no sending-office registry, status "
                     OFFICE-FILE-STATUS " - offices not policed"
             IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
             END-IF
           ELSE
             SET WS-REGISTRY-USABLE TO TRUE
             PERFORM UNTIL WS-OFFICE-EOF
               READ OFFICE-FILE
                 AT END
                   SET WS-OFFICE-EOF TO TRUE
                 NOT AT END
                   PERFORM 0620-FILE-ONE-OFFICE
               END-READ
             END-PERFORM
             CLOSE OFFICE-FILE
             DISPLAY "INLOAD : " WS-OFFICE-COUNT
                     " sending offices registered"
           END-IF.

       0620-FILE-ONE-OFFICE.
           IF OFFICE-REC = SPACES OR OFFICE-REC(1:1) = "*"
             CONTINUE
           ELSE
             IF OF-OFFICE-CODE = SPACES
               DISPLAY "INLOAD : registry card with no office code "
                       "ignored"
             ELSE
               IF WS-OFFICE-COUNT >= 99
                 DISPLAY "INLOAD : more than 99 registered offices - "
                         "office " OF-OFFICE-CODE " ignored"
                 IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
                 END-IF
               ELSE
                 ADD 1 TO WS-OFFICE-COUNT
                 MOVE OF-OFFICE-CODE TO WS-OFC-CODE(WS-OFFICE-COUNT)
               END-IF
             END-IF
           END-IF.

       2000-LOAD-RECORD.
      *> The H/D/T sequence is checked while loading, one batch per
      *> header/detail/trailer set: details outside an open batch, a
      *> structurally broken and HELLO must not run against it.
           EVALUATE TRUE
             WHEN TRANSMIT-REC(1:1) = "H"
               MOVE "N" TO WS-BATCH-REFUSED-FLAG
               IF WS-BATCH-OPEN
                 PERFORM 2900-FLAG-STRUCTURE-ERROR
                 DISPLAY "INLOAD : header before previous batch's "
                 SET WS-BATCH-OPEN TO TRUE
                 MOVE TRANSMIT-REC(2:8)
                   TO WS-ACK-DATE(WS-BATCH-SEQ)
                 MOVE TRANSMIT-REC(16:5)
                   TO WS-ACK-OFFICE(WS-BATCH-SEQ)
                 PERFORM 2100-CHECK-SENDING-OFFICE
               END-IF
             WHEN TRANSMIT-REC(1:1) = "D"
                  OR TRANSMIT-REC(1:1) = "E"
               ADD 1 TO WS-DETAIL-COUNT
               IF TRANSMIT-REC(1:1) = "E"
                 ADD 1 TO WS-EFFECTIVE-COUNT
               END-IF
               IF NOT WS-BATCH-OPEN
                 PERFORM 2900-FLAG-STRUCTURE-ERROR
                 DISPLAY "INLOAD : detail outside an open batch at "
           END-EVALUATE.
           MOVE SPACES TO IN-FILE-REC.
           MOVE WS-BATCH-SEQ TO IN-REC-BATCH-NO.
           MOVE TRANSMIT-REC(1:20) TO IN-FILE-REC(3:20).
      *> A refused office's header, details and trailer all stay out
      *> of the KSDS; the set is still structure-checked above so a
      *> broken transmission is caught whoever sent it.
           IF WS-BATCH-REFUSED
             IF IN-REC-IS-DETAIL OR IN-REC-IS-EFFECTIVE
               ADD 1 TO WS-OFFICE-REFUSED-COUNT
               ADD 1 TO WS-ACK-REFUSED(WS-BATCH-SEQ)
             END-IF
           ELSE
             EVALUATE TRUE
               WHEN IN-REC-IS-EFFECTIVE
                 PERFORM 2700-LOAD-EFFECTIVE-CHANGE
               WHEN IN-REC-IS-DETAIL AND WS-DUPCHK-USABLE
                 PERFORM 2400-CHECK-DUPLICATE-KEY
               WHEN OTHER
                 PERFORM 2500-WRITE-KSDS-RECORD
             END-EVALUATE
           END-IF.
           IF TRANSMIT-REC(1:1) = "T"
             MOVE "N" TO WS-BATCH-REFUSED-FLAG
           END-IF.

       2100-CHECK-SENDING-OFFICE.
           IF WS-REGISTRY-USABLE
             MOVE "N" TO WS-OFFICE-FOUND-FLAG
             PERFORM VARYING WS-OFC-IDX FROM 1 BY 1
                 UNTIL WS-OFC-IDX > WS-OFFICE-COUNT
                    OR WS-OFFICE-FOUND
               IF WS-OFC-CODE(WS-OFC-IDX) = TRANSMIT-REC(16:5)
                 SET WS-OFFICE-FOUND TO TRUE
               END-IF
             END-PERFORM
             IF NOT WS-OFFICE-FOUND
               SET WS-BATCH-REFUSED TO TRUE
               SET WS-ACK-OFFICE-REFUSED(WS-BATCH-SEQ) TO TRUE
               ADD 1 TO WS-REFUSED-BATCH-COUNT
               DISPLAY "INLOAD : batch " WS-BATCH-SEQ " dated "
                       TRANSMIT-REC(2:8) " is from unregistered "
                       "office [" TRANSMIT-REC(16:5)
                       "] - batch refused"
               IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
               END-IF
             END-IF
           END-IF.

       2400-CHECK-DUPLICATE-KEY.
           EVALUATE TRUE
             WHEN IN-FILE-OK
               ADD 1 TO WS-LOADED-COUNT
               IF IN-REC-IS-DETAIL OR IN-REC-IS-EFFECTIVE
                 ADD 1 TO WS-DETAIL-LOADED-COUNT
                 IF WS-BATCH-SEQ > 0
                   ADD 1 TO WS-ACK-ACCEPTED(WS-BATCH-SEQ)
           IF DUPKEY-FILE-OK
             MOVE SPACES TO DUPKEY-REC
             MOVE "DU"   TO DUP-REASON-CODE
             IF WS-DUPCHK-USABLE AND IN-REC-IS-DETAIL
               MOVE IN-REC-KEY TO DC-KEY
               READ DUPCHK-FILE
               IF DUPCHK-FILE-OK
             MOVE 4 TO RETURN-CODE
           END-IF.

       2700-LOAD-EFFECTIVE-CHANGE.
      *> An effective-dated change rides in the KSDS like any other
      *> detail, so the batch's trailer count and checksum still tie
      *> out in HELLO, but under type "E" it never enters the
      *> night's merge: the pending-change store carries it forward
      *> to its effective date. It is not checked against the "D"
      *> keys - an office sends a key's value as it stands today and
      *> its future value in the same feed.
           MOVE TRANSMIT-REC(21:8) TO WS-EFF-DATE.
           MOVE "Y" TO WS-EFF-DATE-OK-FLAG.
           EVALUATE TRUE
             WHEN WS-EFF-DATE NOT NUMERIC
               MOVE "N" TO WS-EFF-DATE-OK-FLAG
             WHEN WS-EFF-YYYY < 1900
                  OR WS-EFF-MM < 1 OR WS-EFF-MM > 12
                  OR WS-EFF-DD < 1 OR WS-EFF-DD > 31
               MOVE "N" TO WS-EFF-DATE-OK-FLAG
           END-EVALUATE.
           IF NOT WS-EFF-DATE-OK
             PERFORM 2650-WRITE-DATE-EXCEPTION
           ELSE
             PERFORM 2500-WRITE-KSDS-RECORD
             IF IN-FILE-OK
               PERFORM 2750-HOLD-PENDING-CHANGE
             END-IF
           END-IF.

       2650-WRITE-DATE-EXCEPTION.
      *> A change with no usable effective date cannot be filed to
      *> wait for it, and posting it tonight would be exactly what
      *> the office asked us not to do: it is refused like a
      *> duplicate and goes back to the office on the ack.
           ADD 1 TO WS-BAD-EFF-DATE-COUNT.
           IF WS-BATCH-SEQ > 0
             ADD 1 TO WS-ACK-REFUSED(WS-BATCH-SEQ)
           END-IF.
           DISPLAY "INLOAD : effective-dated change for key "
                   IN-REC-KEY " has no usable effective date ["
                   TRANSMIT-REC(21:8) "] - refused".
           IF DUPKEY-FILE-OK
             MOVE SPACES             TO DUPKEY-REC
             MOVE "ED"               TO DUP-REASON-CODE
             MOVE IN-FILE-REC        TO DUP-NEW-IMAGE
             MOVE TRANSMIT-REC(21:8) TO DUP-EFF-DATE
             WRITE DUPKEY-REC
           END-IF.
           IF RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
           END-IF.

       2750-HOLD-PENDING-CHANGE.
           IF NOT WS-PENDWK-IS-OPEN
             OPEN OUTPUT PENDWK-FILE
             IF PENDWK-FILE-OK
               SET WS-PENDWK-IS-OPEN TO TRUE
             ELSE
               DISPLAY "INLOAD : could not open pending-change work "
                       "file, status " PENDWK-FILE-STATUS
             END-IF
           END-IF.
           IF WS-PENDWK-IS-OPEN
             MOVE SPACES                    TO PENDWK-REC
             MOVE WS-EFF-DATE-NUM           TO PW-EFF-DATE
             MOVE IN-REC-KEY                TO PW-KEY
             MOVE IN-REC-DATA               TO PW-DATA
             IF WS-BATCH-SEQ > 0
               MOVE WS-ACK-OFFICE(WS-BATCH-SEQ) TO PW-OFFICE
               MOVE WS-ACK-DATE(WS-BATCH-SEQ)   TO PW-BATCH-DATE
             END-IF
             WRITE PENDWK-REC
             ADD 1 TO WS-PEND-HELD-COUNT
           ELSE
             ADD 1 TO WS-PEND-REFUSED-COUNT
             DISPLAY "INLOAD : effective-dated change for key "
                     IN-REC-KEY " could not be filed - office must "
                     "send it again"
             IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
             END-IF
           END-IF.

       2900-FLAG-STRUCTURE-ERROR.
           SET WS-STRUCTURE-ERROR TO TRUE.
      *> Pinned on the batch being loaded when one is open, so the
                     "HELLO job and recall the transmission"
           END-IF.

       3500-FILE-PENDING-CHANGES.
      *> Each change is keyed on its effective date and business
      *> key. The same change sent again before it fires replaces
      *> the waiting one - the office's latest word stands - but one
      *> already released or cancelled is left as it is.
           IF WS-STRUCTURE-ERROR
             DISPLAY "INLOAD : " WS-PEND-HELD-COUNT
                     " effective-dated changes not filed - the "
                     "transmission is being recalled"
           ELSE
             OPEN I-O PEND-FILE
             IF PEND-NOT-FOUND
               OPEN OUTPUT PEND-FILE
               IF PEND-FILE-OK
                 CLOSE PEND-FILE
                 OPEN I-O PEND-FILE
               END-IF
             END-IF
             IF NOT PEND-FILE-OK
               DISPLAY "INLOAD : could not open pending-change store, "
                       "status " PEND-FILE-STATUS " - "
                       WS-PEND-HELD-COUNT
                       " effective-dated changes not filed"
               ADD WS-PEND-HELD-COUNT TO WS-PEND-REFUSED-COUNT
               IF RETURN-CODE < 8
                 MOVE 8 TO RETURN-CODE
               END-IF
             ELSE
               OPEN INPUT PENDWK-FILE
               IF PENDWK-FILE-OK
                 PERFORM UNTIL WS-PENDWK-EOF
                   READ PENDWK-FILE
                     AT END
                       SET WS-PENDWK-EOF TO TRUE
                     NOT AT END
                       PERFORM 3550-FILE-ONE-PENDING-CHANGE
                   END-READ
                 END-PERFORM
                 CLOSE PENDWK-FILE
               END-IF
               CLOSE PEND-FILE
             END-IF
           END-IF.

       3550-FILE-ONE-PENDING-CHANGE.
           MOVE PW-EFF-DATE TO PD-EFF-DATE.
           MOVE PW-KEY      TO PD-KEY.
           READ PEND-FILE
             INVALID KEY
               MOVE SPACES           TO PEND-REC
               MOVE PW-EFF-DATE      TO PD-EFF-DATE
               MOVE PW-KEY           TO PD-KEY
               PERFORM 3560-SET-PENDING-FIELDS
               WRITE PEND-REC
               IF PEND-FILE-OK
                 ADD 1 TO WS-PEND-FILED-COUNT
               END-IF
             NOT INVALID KEY
               IF PD-IS-PENDING
                 PERFORM 3560-SET-PENDING-FIELDS
                 REWRITE PEND-REC
                 IF PEND-FILE-OK
                   ADD 1 TO WS-PEND-REPLACED-COUNT
                   DISPLAY "INLOAD : pending change for key " PW-KEY
                           " effective " PW-EFF-DATE
                           " replaced by a later transmission"
                 END-IF
               ELSE
                 MOVE "00" TO PEND-FILE-STATUS
                 ADD 1 TO WS-PEND-REFUSED-COUNT
                 DISPLAY "INLOAD : change for key " PW-KEY
                         " effective " PW-EFF-DATE " was already "
                         "released or cancelled - not filed again"
                 IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
                 END-IF
               END-IF
           END-READ.
           IF NOT PEND-FILE-OK
             ADD 1 TO WS-PEND-REFUSED-COUNT
             DISPLAY "INLOAD : pending-change store write failed, "
                     "status " PEND-FILE-STATUS " for key " PW-KEY
             IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
             END-IF
           END-IF.

       3560-SET-PENDING-FIELDS.
           MOVE PW-DATA          TO PD-DATA.
           MOVE PW-OFFICE        TO PD-OFFICE.
           MOVE PW-BATCH-DATE    TO PD-BATCH-DATE.
           MOVE WS-CURR-DATE-NUM TO PD-LOAD-DATE.
           MOVE "P"              TO PD-STATUS.
           MOVE WS-CURR-DATE-NUM TO PD-STATUS-DATE.
           MOVE "INLOAD"         TO PD-STATUS-USER.

       9000-DISPLAY-TOTALS.
           DISPLAY "INLOAD : read " WS-READ-COUNT
                   " loaded " WS-LOADED-COUNT
                   " details " WS-DETAIL-COUNT
                   " duplicates " WS-DUPLICATE-COUNT
                   " batches " WS-BATCH-COUNT.
           IF WS-REFUSED-BATCH-COUNT > 0
             DISPLAY "INLOAD : refused " WS-REFUSED-BATCH-COUNT
                     " batches holding " WS-OFFICE-REFUSED-COUNT
                     " details from unregistered offices"
           END-IF.
           IF WS-EFFECTIVE-COUNT > 0
             DISPLAY "INLOAD : " WS-EFFECTIVE-COUNT
                     " effective-dated changes, filed "
                     WS-PEND-FILED-COUNT " replaced "
                     WS-PEND-REPLACED-COUNT " not filed "
                     WS-PEND-REFUSED-COUNT " bad date "
                     WS-BAD-EFF-DATE-COUNT
           END-IF.

       9200-WRITE-ACK-FILE.
           OPEN OUTPUT ACK-FILE.
             MOVE "T"                   TO AT-REC-TYPE
             MOVE WS-BATCH-COUNT        TO AT-BATCH-CNT
             MOVE WS-DETAIL-LOADED-COUNT TO AT-ACCEPTED-CNT
             COMPUTE WS-TOTAL-REFUSED-COUNT =
               WS-DUPLICATE-COUNT + WS-OFFICE-REFUSED-COUNT
               + WS-BAD-EFF-DATE-COUNT
             MOVE WS-TOTAL-REFUSED-COUNT TO AT-REFUSED-CNT
             IF WS-STRUCTURE-ERROR
               MOVE "Y" TO AT-STRUCT-FLAG
             ELSE
           MOVE WS-ACK-DATE(WS-ACK-IDX)     TO AK-BATCH-DATE.
           MOVE WS-ACK-ACCEPTED(WS-ACK-IDX) TO AK-ACCEPTED-CNT.
           MOVE WS-ACK-REFUSED(WS-ACK-IDX)  TO AK-REFUSED-CNT.
           MOVE WS-ACK-OFFICE(WS-ACK-IDX)   TO AK-OFFICE-CODE.
      *> "UO" tells an unregistered office its batch was turned away
      *> whole; a structure error still outranks it.
           EVALUATE TRUE
             WHEN WS-ACK-BATCH-ERROR(WS-ACK-IDX)
               MOVE "SE" TO AK-STATUS
             WHEN WS-ACK-OFFICE-REFUSED(WS-ACK-IDX)
               MOVE "UO" TO AK-STATUS
             WHEN OTHER
               MOVE "OK" TO AK-STATUS
           END-EVALUATE.
           WRITE ACK-REC.

       9500-WRITE-RUN-TIMING.
             MOVE WS-CURR-DATE-NUM       TO CS-RUN-DATE
             MOVE WS-CURR-TIME-NUM       TO CS-RUN-TIME
             MOVE WS-DETAIL-LOADED-COUNT TO CS-RECORD-COUNT
             COMPUTE CS-REJECT-COUNT =
               WS-DUPLICATE-COUNT + WS-OFFICE-REFUSED-COUNT
               + WS-BAD-EFF-DATE-COUNT
             MOVE WS-BATCH-COUNT         TO CS-BATCH-COUNT
             IF WS-STRUCTURE-ERROR
               MOVE "FAIL" TO CS-TRAILER-VERIFY
