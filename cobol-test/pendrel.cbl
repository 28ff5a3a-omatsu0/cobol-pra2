000000 IDENTIFICATION DIVISION.
000010 PROGRAM-ID.    PENDREL.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
          FILE-CONTROL.
            SELECT PEND-FILE ASSIGN TO "PENDFILE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PD-FULL-KEY
              STATUS PEND-FILE-STATUS.
            SELECT REL-FILE ASSIGN TO "RELFILE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RL-KEY
              STATUS REL-FILE-STATUS.
            SELECT CHAIN-FILE ASSIGN TO 'chainstat.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              STATUS CHAIN-FILE-STATUS.
       DATA DIVISION.
         FILE SECTION.
        FD  PEND-FILE.
      *> The pending-change store. INLOAD files every "E" detail
      *> here under its effective date and business key, status P.
      *> This step marks each one R on the night it falls due, and
      *> PENDCAN marks one X when an operator cancels it first; the
      *> status date and user say when and by whom. Records are
      *> never deleted, so the file is also the history of every
      *> effective-dated change the offices have sent.
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
        FD  REL-FILE.
      *> Tonight's released changes, one per business key, rebuilt
      *> from scratch every run. HELLO and POSTMAST both read it in
      *> their merge and take a released value in place of whatever
      *> the feed carries for that key, so the change reaches
      *> delta.dat and the master as an ordinary add or change. Each
      *> record carries the night it was released for; a file left
      *> over from a night this step did not run is passed over.
        01  REL-REC.
            05  RL-KEY              PIC X(9).
            05  RL-DATA             PIC X(10).
            05  RL-OFFICE           PIC X(5).
            05  RL-EFF-DATE         PIC 9(8).
            05  RL-RELEASE-DATE     PIC 9(8).
        FD  CHAIN-FILE.
      *> Must mirror hello2.cbl's STATUS-REC exactly: INLOAD starts
      *> the file each night and this step appends its record after
      *> INLOAD's, ahead of HELLO's.
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
        01  PEND-FILE-STATUS            PIC XX.
            88  PEND-FILE-OK                VALUE "00".
            88  PEND-NOT-FOUND              VALUE "23" "35".
        01  REL-FILE-STATUS             PIC XX.
            88  REL-FILE-OK                 VALUE "00".
            88  REL-FILE-DUPLICATE          VALUE "22".
        01  CHAIN-FILE-STATUS           PIC XX.
            88  CHAIN-FILE-OK               VALUE "00".
        01  WS-RELEASE-OK-FLAG          PIC X VALUE "Y".
            88  WS-RELEASE-OK               VALUE "Y".
        01  WS-PEND-OPEN-FLAG           PIC X VALUE "N".
            88  WS-PEND-IS-OPEN             VALUE "Y".
        01  WS-PEND-EOF-FLAG            PIC X VALUE "N".
            88  WS-PEND-EOF                 VALUE "Y".
        01  WS-READ-COUNT               PIC 9(9) VALUE 0.
        01  WS-RELEASED-COUNT           PIC 9(9) VALUE 0.
        01  WS-REPEATED-COUNT           PIC 9(9) VALUE 0.
        01  WS-SUPERSEDED-COUNT         PIC 9(9) VALUE 0.
        01  WS-WAITING-COUNT            PIC 9(9) VALUE 0.
        01  WS-FAILED-COUNT             PIC 9(9) VALUE 0.
        01  WS-REL-OUT-COUNT            PIC 9(9) VALUE 0.
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
           PERFORM 0050-APPLY-BUSINESS-DATE.

           PERFORM 1000-OPEN-FILES.
           IF WS-RELEASE-OK
             IF WS-PEND-IS-OPEN
               PERFORM 2000-RELEASE-DUE-CHANGES
               CLOSE PEND-FILE
             END-IF
             CLOSE REL-FILE
             DISPLAY "PENDREL: released " WS-RELEASED-COUNT
                     " changes due by " WS-CURR-DATE-NUM
                     ", " WS-REPEATED-COUNT " already released "
                     "tonight, " WS-WAITING-COUNT " still pending"
             IF WS-SUPERSEDED-COUNT > 0
               DISPLAY "PENDREL: " WS-SUPERSEDED-COUNT
                       " released changes overtaken by a later "
                       "effective date for the same key"
             END-IF
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
               DISPLAY "PENDREL: processing as business date "
                       WS-CURR-DATE-NUM
           END-EVALUATE.
           IF NOT WS-BUS-DATE-OK
             DISPLAY "PENDREL: CHAIN_BUSINESS_DATE [" WS-BUSINESS-DATE
                     "] is not a usable date - today's date used"
             IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF.

       1000-OPEN-FILES.
      *> No pending-change store yet just means no office has sent an
      *> effective-dated change: tonight's release file still goes
      *> down, empty, so HELLO and POSTMAST never read an old one.
           OPEN I-O PEND-FILE.
           EVALUATE TRUE
             WHEN PEND-FILE-OK
               SET WS-PEND-IS-OPEN TO TRUE
             WHEN PEND-NOT-FOUND
               DISPLAY "PENDREL: no pending-change store - nothing "
                       "to release"
             WHEN OTHER
               DISPLAY "PENDREL: could not open pending-change store, "
                       "status " PEND-FILE-STATUS " - step held"
               MOVE 12 TO RETURN-CODE
               MOVE "N" TO WS-RELEASE-OK-FLAG
           END-EVALUATE.
           IF WS-RELEASE-OK
             OPEN OUTPUT REL-FILE
             IF NOT REL-FILE-OK
               DISPLAY "PENDREL: could not create release file, "
                       "status " REL-FILE-STATUS " - step held"
               MOVE 12 TO RETURN-CODE
               MOVE "N" TO WS-RELEASE-OK-FLAG
               IF WS-PEND-IS-OPEN
                 CLOSE PEND-FILE
               END-IF
             END-IF
           END-IF.

       2000-RELEASE-DUE-CHANGES.
      *> The store is in effective-date order, so everything due is
      *> at the front and the scan stops at the first change dated
      *> after tonight. A change released earlier tonight is put in
      *> the release file again: a rerun of this step must hand
      *> HELLO and POSTMAST the same set the first run did.
           PERFORM UNTIL WS-PEND-EOF
             READ PEND-FILE NEXT RECORD
               AT END
                 SET WS-PEND-EOF TO TRUE
               NOT AT END
                 ADD 1 TO WS-READ-COUNT
                 IF PD-EFF-DATE > WS-CURR-DATE-NUM
                   PERFORM 2900-COUNT-WAITING
                 ELSE
                   PERFORM 2100-JUDGE-ONE-CHANGE
                 END-IF
             END-READ
           END-PERFORM.

       2100-JUDGE-ONE-CHANGE.
           EVALUATE TRUE
             WHEN PD-IS-PENDING
               MOVE "R"              TO PD-STATUS
               MOVE WS-CURR-DATE-NUM TO PD-STATUS-DATE
               MOVE "PENDREL"        TO PD-STATUS-USER
               REWRITE PEND-REC
               IF PEND-FILE-OK
                 ADD 1 TO WS-RELEASED-COUNT
                 DISPLAY "Release: " PD-KEY " " PD-DATA
                         " effective " PD-EFF-DATE
                         " office " PD-OFFICE
                 PERFORM 2200-WRITE-RELEASE-RECORD
               ELSE
                 ADD 1 TO WS-FAILED-COUNT
                 DISPLAY "PENDREL: could not mark key " PD-KEY
                         " effective " PD-EFF-DATE " released, "
                         "status " PEND-FILE-STATUS
                         " - it stays pending for tomorrow"
                 IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
                 END-IF
               END-IF
             WHEN PD-IS-RELEASED
                  AND PD-STATUS-DATE = WS-CURR-DATE-NUM
               ADD 1 TO WS-REPEATED-COUNT
               PERFORM 2200-WRITE-RELEASE-RECORD
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

       2200-WRITE-RELEASE-RECORD.
      *> Two changes to one key falling due together: the one with
      *> the later effective date comes second in the scan and is
      *> the value the key ends the night with.
           MOVE SPACES           TO REL-REC.
           MOVE PD-KEY           TO RL-KEY.
           MOVE PD-DATA          TO RL-DATA.
           MOVE PD-OFFICE        TO RL-OFFICE.
           MOVE PD-EFF-DATE      TO RL-EFF-DATE.
           MOVE WS-CURR-DATE-NUM TO RL-RELEASE-DATE.
           WRITE REL-REC.
           IF REL-FILE-DUPLICATE
             ADD 1 TO WS-SUPERSEDED-COUNT
             REWRITE REL-REC
           ELSE
             IF REL-FILE-OK
               ADD 1 TO WS-REL-OUT-COUNT
             END-IF
           END-IF.
           IF NOT REL-FILE-OK
             ADD 1 TO WS-FAILED-COUNT
             DISPLAY "PENDREL: could not write key " PD-KEY
                     " to the release file, status " REL-FILE-STATUS
                     " - it will not post tonight"
             IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
             END-IF
           END-IF.

       2900-COUNT-WAITING.
      *> Everything from the first change dated after tonight on is
      *> still waiting; only the count is wanted here, the PENDRPT
      *> report lists them.
           IF PD-IS-PENDING
             ADD 1 TO WS-WAITING-COUNT
           END-IF.
           PERFORM UNTIL WS-PEND-EOF
             READ PEND-FILE NEXT RECORD
               AT END
                 SET WS-PEND-EOF TO TRUE
               NOT AT END
                 IF PD-IS-PENDING
                   ADD 1 TO WS-WAITING-COUNT
                 END-IF
             END-READ
           END-PERFORM.

       9400-WRITE-CHAIN-STATUS.
      *> Written unconditionally, like every other chain step's: a
      *> held release must still say so, or a restart cannot tell
      *> "held" from "never ran". The record count is the changes in
      *> tonight's release file.
           OPEN EXTEND CHAIN-FILE.
           IF NOT CHAIN-FILE-OK
             CLOSE CHAIN-FILE
             OPEN OUTPUT CHAIN-FILE
           END-IF.
           IF CHAIN-FILE-OK
             MOVE SPACES                TO CHAIN-REC
             MOVE "PENDREL"             TO CS-PROGRAM
             MOVE WS-CURR-DATE-NUM      TO CS-RUN-DATE
             MOVE WS-CURR-TIME-NUM      TO CS-RUN-TIME
             MOVE WS-REL-OUT-COUNT      TO CS-RECORD-COUNT
             MOVE WS-FAILED-COUNT       TO CS-REJECT-COUNT
             MOVE 0                     TO CS-BATCH-COUNT
             IF WS-RELEASE-OK AND RETURN-CODE < 8
               MOVE "PASS" TO CS-TRAILER-VERIFY
             ELSE
               MOVE "FAIL" TO CS-TRAILER-VERIFY
             END-IF
             MOVE 0                     TO CS-ADDED-CNT
             MOVE 0                     TO CS-CHANGED-CNT
             MOVE 0                     TO CS-DELETED-CNT
             MOVE "N"                   TO CS-CKPT-PENDING
             MOVE RETURN-CODE           TO CS-STATUS-CODE
             WRITE CHAIN-REC
             CLOSE CHAIN-FILE
           ELSE
             DISPLAY "PENDREL: could not write chain status record, "
                     "status " CHAIN-FILE-STATUS
             IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
             END-IF
           END-IF.
