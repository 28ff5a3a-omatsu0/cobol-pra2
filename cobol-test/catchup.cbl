000000 IDENTIFICATION DIVISION.
000010 PROGRAM-ID.    CATCHUP.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
          FILE-CONTROL.
            SELECT LIST-FILE ASSIGN TO 'catchup.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              STATUS LIST-FILE-STATUS.
            SELECT TRANSMIT-FILE ASSIGN TO 'transmit.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              STATUS TRANSMIT-FILE-STATUS.
            SELECT SAVED-FILE ASSIGN TO 'transmit.sav'
              ORGANIZATION IS LINE SEQUENTIAL
              STATUS SAVED-FILE-STATUS.
            SELECT CHAIN-FILE ASSIGN TO 'chainstat.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              STATUS CHAIN-FILE-STATUS.
            SELECT BACKUP-FILE ASSIGN TO 'master.bk1'
              ORGANIZATION IS LINE SEQUENTIAL
              STATUS BACKUP-FILE-STATUS.
            SELECT BALANCE-FILE ASSIGN TO 'balance.rpt'
              ORGANIZATION IS LINE SEQUENTIAL
              STATUS BALANCE-FILE-STATUS.
            SELECT KEPT-BALANCE-FILE ASSIGN TO 'balance.chk'
              ORGANIZATION IS LINE SEQUENTIAL
              STATUS KEPT-BALANCE-FILE-STATUS.
            SELECT PARM-FILE ASSIGN TO 'runparm.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              STATUS PARM-FILE-STATUS.
            SELECT LOG-FILE ASSIGN TO 'catchup.log'
              ORGANIZATION IS LINE SEQUENTIAL
              STATUS LOG-FILE-STATUS.
       DATA DIVISION.
         FILE SECTION.
        FD  LIST-FILE.
      *> One card per missed night: its business date and the
      *> transmission file that arrived for it. The cards may be in
      *> any order; the nights are run oldest first.
        01  LIST-REC.
            05  CL-BUSINESS-DATE    PIC X(8).
            05  FILLER              PIC X.
            05  CL-TRANSMIT-NAME    PIC X(60).
            05  FILLER              PIC X(11).
        FD  TRANSMIT-FILE.
      *> Must mirror inload.cbl's TRANSMIT-REC exactly: a header
      *> carries "H" in byte 1 and its batch date in bytes 2-9.
        01  TRANSMIT-REC            PIC X(28).
        FD  SAVED-FILE.
        01  SAVED-REC               PIC X(28).
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
        FD  BACKUP-FILE.
      *> Must mirror postmast.cbl's backup generation header exactly.
      *> Its date is the business date of the last night posted.
        01  BACKUP-HEADER-REC.
            05  BH-REC-TYPE         PIC X.
            05  BH-BACKUP-DATE      PIC 9(8).
            05  FILLER              PIC X(16).
        FD  BALANCE-FILE.
      *> Must mirror nightbal.cbl's WS-GO-LINE exactly: the verdict
      *> line is always the first line of balance.rpt.
        01  BALANCE-REC.
            05  FILLER              PIC X(9).
            05  BR-VERDICT          PIC X(5).
            05  FILLER              PIC X(9).
            05  BR-DATE             PIC X(10).
            05  FILLER              PIC X(47).
        FD  KEPT-BALANCE-FILE.
      *> A night's kept balance.rpt.<date>, copied here to be read.
        01  KEPT-BALANCE-REC.
            05  FILLER              PIC X(9).
            05  KB-VERDICT          PIC X(5).
            05  FILLER              PIC X(9).
            05  KB-DATE             PIC X(10).
            05  FILLER              PIC X(47).
        FD  PARM-FILE.
        01  PARM-REC PIC X(80).
        FD  LOG-FILE.
        01  LOG-REC PIC X(120).
         WORKING-STORAGE SECTION.
        01  LIST-FILE-STATUS            PIC XX.
            88  LIST-FILE-OK                VALUE "00".
        01  TRANSMIT-FILE-STATUS        PIC XX.
            88  TRANSMIT-FILE-OK            VALUE "00".
        01  SAVED-FILE-STATUS           PIC XX.
            88  SAVED-FILE-OK               VALUE "00".
        01  CHAIN-FILE-STATUS           PIC XX.
            88  CHAIN-FILE-OK               VALUE "00".
        01  BACKUP-FILE-STATUS          PIC XX.
            88  BACKUP-FILE-OK              VALUE "00".
        01  BALANCE-FILE-STATUS         PIC XX.
            88  BALANCE-FILE-OK             VALUE "00".
        01  KEPT-BALANCE-FILE-STATUS    PIC XX.
            88  KEPT-BALANCE-FILE-OK        VALUE "00".
        01  PARM-FILE-STATUS            PIC XX.
            88  PARM-FILE-OK                VALUE "00".
        01  LOG-FILE-STATUS             PIC XX.
            88  LOG-FILE-OK                 VALUE "00".
        01  WS-LIST-EOF-FLAG            PIC X VALUE "N".
            88  WS-LIST-EOF                 VALUE "Y".
        01  WS-TRANSMIT-EOF-FLAG        PIC X VALUE "N".
            88  WS-TRANSMIT-EOF             VALUE "Y".
        01  WS-CHAIN-EOF-FLAG           PIC X VALUE "N".
            88  WS-CHAIN-EOF                VALUE "Y".
        01  WS-BACKUP-EOF-FLAG          PIC X VALUE "N".
            88  WS-BACKUP-EOF               VALUE "Y".
        01  WS-PARM-EOF-FLAG            PIC X VALUE "N".
            88  WS-PARM-EOF                 VALUE "Y".
        01  WS-LOG-OPEN-FLAG            PIC X VALUE "N".
            88  WS-LOG-IS-OPEN              VALUE "Y".
        01  WS-LIST-OK-FLAG             PIC X VALUE "Y".
            88  WS-LIST-OK                  VALUE "Y".
        01  WS-STOPPED-FLAG             PIC X VALUE "N".
            88  WS-STOPPED                  VALUE "Y".
        01  WS-SAVED-TRANSMIT-FLAG      PIC X VALUE "N".
            88  WS-TRANSMIT-SET-ASIDE       VALUE "Y".
        01  WS-NOT-BALANCED-FLAG        PIC X VALUE "N".
            88  WS-NIGHT-NOT-BALANCED       VALUE "Y".
        01  WS-KEPT-GO-FLAG             PIC X VALUE "N".
            88  WS-KEPT-BALANCE-GO          VALUE "Y".
        01  WS-PARM-KEYWORD             PIC X(20).
        01  WS-PARM-VALUE               PIC X(60).
        01  WS-RESTART-CARD             PIC X VALUE SPACE.
      *> The night's steps in the order a catch-up night runs them.
      *> NIGHTBAL balances the night before DLSPLIT distributes it,
      *> so a night that does not balance never reaches a
      *> subscriber. STEP-CMD cards are shared with CHAINRST.
        01  WS-STEP-NAMES.
            05  FILLER              PIC X(8) VALUE "INLOAD".
            05  FILLER              PIC X(8) VALUE "PENDREL".
            05  FILLER              PIC X(8) VALUE "HELLO".
            05  FILLER              PIC X(8) VALUE "POSTMAST".
            05  FILLER              PIC X(8) VALUE "ARCHHIST".
            05  FILLER              PIC X(8) VALUE "NIGHTBAL".
            05  FILLER              PIC X(8) VALUE "DLSPLIT".
        01  WS-STEP-NAME-TABLE REDEFINES WS-STEP-NAMES.
            05  WS-STEP-NAME        PIC X(8) OCCURS 7 TIMES.
        01  WS-STEP-COMMAND-TABLE.
            05  WS-STEP-COMMAND     PIC X(60) OCCURS 7 TIMES.
        01  WS-STEP-IDX                 PIC 9(2) COMP.
      *> Files each night leaves behind that the next night would
      *> overwrite: they are kept under the night's date.
        01  WS-KEEP-NAMES.
            05  FILLER              PIC X(12) VALUE "balance.rpt".
            05  FILLER              PIC X(12) VALUE "inack.dat".
            05  FILLER              PIC X(12) VALUE "dupkeys.txt".
            05  FILLER              PIC X(12) VALUE "deltsub1.dat".
            05  FILLER              PIC X(12) VALUE "deltsub2.dat".
            05  FILLER              PIC X(12) VALUE "deltsub3.dat".
            05  FILLER              PIC X(12) VALUE "deltsub4.dat".
            05  FILLER              PIC X(12) VALUE "deltsub5.dat".
        01  WS-KEEP-NAME-TABLE REDEFINES WS-KEEP-NAMES.
            05  WS-KEEP-NAME        PIC X(12) OCCURS 8 TIMES.
        01  WS-KEEP-IDX                 PIC 9(2) COMP.
        01  WS-NIGHT-COUNT              PIC 9(2) COMP VALUE 0.
        01  WS-NIGHT-TABLE.
            05  WS-NIGHT-ENTRY OCCURS 99 TIMES.
                10  WS-NT-DATE          PIC 9(8).
                10  WS-NT-FILE          PIC X(60).
                10  WS-NT-SKIP-FLAG     PIC X.
                    88  WS-NT-SKIPPED       VALUE "Y".
        01  WS-NIGHT-HOLD               PIC X(69).
        01  WS-NIGHT-IDX                PIC 9(2) COMP.
        01  WS-SORT-IDX                 PIC 9(2) COMP.
        01  WS-CARD-COUNT               PIC 9(5) VALUE 0.
        01  WS-CARD-DATE.
            05  WS-CARD-YYYY        PIC 9(4).
            05  WS-CARD-MM          PIC 9(2).
            05  WS-CARD-DD          PIC 9(2).
        01  WS-CARD-DATE-NUM REDEFINES WS-CARD-DATE PIC 9(8).
        01  WS-LAST-POSTED-DATE         PIC 9(8) VALUE 0.
        01  WS-NIGHTS-RUN               PIC 9(2) VALUE 0.
        01  WS-NIGHTS-SKIPPED           PIC 9(2) VALUE 0.
        01  WS-NIGHT-DATE               PIC 9(8).
        01  WS-NIGHT-DATE-EDIT          PIC 9999/99/99.
        01  WS-NIGHT-DATE-TEXT          PIC X(10).
        01  WS-TODAY-DATE               PIC 9(8).
        01  WS-RUN-RC                   PIC S9(4) COMP VALUE 0.
        01  WS-SHELL-COMMAND            PIC X(160).
      *> What the chain file says about one step of one night.
        01  WS-REC-FOUND-FLAG           PIC X VALUE "N".
            88  WS-REC-FOUND                VALUE "Y".
        01  WS-REC-DATE                 PIC 9(8).
        01  WS-REC-TIME                 PIC 9(6).
        01  WS-REC-STATUS               PIC 9(2).
        01  WS-REC-VERIFY               PIC X(4).
        01  WS-REC-CKPT                 PIC X.
        01  WS-CLEAN-STEPS              PIC 9(2) VALUE 0.
      *> The real clock either side of a step, to tell its own
      *> chain record from one left by an earlier run.
        01  WS-LAUNCH-DATE              PIC 9(8) VALUE 0.
        01  WS-LAUNCH-TIME              PIC 9(6) VALUE 0.
        01  WS-FINISH-DATE              PIC 9(8) VALUE 0.
        01  WS-FINISH-TIME              PIC 9(6) VALUE 0.
        01  WS-REC-IN-RUN-FLAG          PIC X VALUE "N".
            88  WS-REC-IN-RUN               VALUE "Y".
        01  WS-TRANSMIT-COUNT           PIC 9(9) VALUE 0.
        01  WS-HEADER-COUNT             PIC 9(5) VALUE 0.
        01  WS-OTHER-DATE-COUNT         PIC 9(5) VALUE 0.
        01  WS-NUM-DSP                  PIC Z(8)9.
        01  WS-CODE-DSP                 PIC 99.
        01  WS-COUNT-DSP                PIC Z9.
        01  WS-SKIP-DSP                 PIC Z9.
        01  WS-SUMMARY-TAIL             PIC X(44).
        01  WS-LOG-LINE.
            05  WS-LOG-DATE         PIC 9(8).
            05  FILLER              PIC X VALUE SPACE.
            05  WS-LOG-TIME         PIC 9(6).
            05  FILLER              PIC X VALUE SPACE.
            05  WS-LOG-STEP         PIC X(8).
            05  FILLER              PIC X VALUE SPACE.
            05  WS-LOG-DECISION     PIC X(8).
            05  FILLER              PIC X VALUE SPACE.
            05  WS-LOG-TEXT         PIC X(86).
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
           MOVE WS-CURR-DATE-NUM TO WS-TODAY-DATE.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > 7
             MOVE WS-STEP-NAME(WS-STEP-IDX)
               TO WS-STEP-COMMAND(WS-STEP-IDX)
           END-PERFORM.
           PERFORM 0400-READ-RUN-PARAMETERS.
           PERFORM 0600-OPEN-CATCHUP-LOG.

           PERFORM 1000-LOAD-NIGHT-LIST.
           IF WS-LIST-OK
             PERFORM 1500-ORDER-NIGHTS
           END-IF.
           IF WS-LIST-OK
             PERFORM 1700-CHECK-LAST-POSTING
           END-IF.
           IF WS-LIST-OK AND WS-RESTART-CARD = "Y"
             MOVE "LIST"     TO WS-LOG-STEP
             MOVE "HELD"     TO WS-LOG-DECISION
             MOVE "runparm.dat has RESTART=Y - a catch-up night "
               & "never restarts HELLO, take the card out first"
               TO WS-LOG-TEXT
             PERFORM 8000-WRITE-LOG-LINE
             MOVE "N" TO WS-LIST-OK-FLAG
           END-IF.

           IF NOT WS-LIST-OK
             MOVE 12 TO RETURN-CODE
           ELSE
             PERFORM 1900-SET-ASIDE-TRANSMISSION
             PERFORM 2000-RUN-ONE-NIGHT
               VARYING WS-NIGHT-IDX FROM 1 BY 1
               UNTIL WS-NIGHT-IDX > WS-NIGHT-COUNT OR WS-STOPPED
             PERFORM 9000-WRITE-SUMMARY
           END-IF.

           IF WS-LOG-IS-OPEN
             CLOSE LOG-FILE
           END-IF.

000040     STOP  RUN.

       0400-READ-RUN-PARAMETERS.
      *> Only the STEP-CMD cards and HELLO's RESTART card matter
      *> here; the rest are passed over.
           OPEN INPUT PARM-FILE.
           IF PARM-FILE-OK
             PERFORM UNTIL WS-PARM-EOF
               READ PARM-FILE
                 AT END
                   SET WS-PARM-EOF TO TRUE
                 NOT AT END
                   PERFORM 0420-SCAN-ONE-CARD
               END-READ
             END-PERFORM
             CLOSE PARM-FILE
           END-IF.

       0420-SCAN-ONE-CARD.
           IF PARM-REC = SPACES OR PARM-REC(1:1) = "*"
             CONTINUE
           ELSE
             MOVE SPACES TO WS-PARM-KEYWORD WS-PARM-VALUE
             UNSTRING PARM-REC DELIMITED BY "="
               INTO WS-PARM-KEYWORD WS-PARM-VALUE
             END-UNSTRING
             EVALUATE TRUE
               WHEN WS-PARM-KEYWORD = "RESTART"
                 MOVE WS-PARM-VALUE(1:1) TO WS-RESTART-CARD
                 INSPECT WS-RESTART-CARD CONVERTING "yn" TO "YN"
               WHEN WS-PARM-KEYWORD(1:9) = "STEP-CMD-"
                 PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                     UNTIL WS-STEP-IDX > 7
                   IF WS-PARM-KEYWORD(10:11) = WS-STEP-NAME(WS-STEP-IDX)
                      AND WS-PARM-VALUE NOT = SPACES
                     MOVE WS-PARM-VALUE
                       TO WS-STEP-COMMAND(WS-STEP-IDX)
                   END-IF
                 END-PERFORM
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-IF.

       0600-OPEN-CATCHUP-LOG.
           OPEN EXTEND LOG-FILE.
           IF NOT LOG-FILE-OK
             CLOSE LOG-FILE
             OPEN OUTPUT LOG-FILE
           END-IF.
           IF LOG-FILE-OK
             SET WS-LOG-IS-OPEN TO TRUE
           ELSE
             DISPLAY "CATCHUP : could not open catch-up log, status "
                     LOG-FILE-STATUS " - decisions on the console "
                     "only"
             MOVE 4 TO RETURN-CODE
           END-IF.

       1000-LOAD-NIGHT-LIST.
      *> A list with a single bad card is not run at all: running
      *> round a gap would post the nights either side of it out of
      *> order.
           MOVE "LIST" TO WS-LOG-STEP.
           OPEN INPUT LIST-FILE.
           IF NOT LIST-FILE-OK
             MOVE "HELD"  TO WS-LOG-DECISION
             MOVE SPACES  TO WS-LOG-TEXT
             STRING "no catch-up list catchup.dat, status "
                      DELIMITED BY SIZE
                    LIST-FILE-STATUS DELIMITED BY SIZE
                    " - nothing run" DELIMITED BY SIZE
               INTO WS-LOG-TEXT
             END-STRING
             PERFORM 8000-WRITE-LOG-LINE
             MOVE "N" TO WS-LIST-OK-FLAG
           ELSE
             PERFORM UNTIL WS-LIST-EOF
               READ LIST-FILE
                 AT END
                   SET WS-LIST-EOF TO TRUE
                 NOT AT END
                   ADD 1 TO WS-CARD-COUNT
                   PERFORM 1100-FILE-ONE-NIGHT
               END-READ
             END-PERFORM
             CLOSE LIST-FILE
             IF WS-LIST-OK AND WS-NIGHT-COUNT = 0
               MOVE "HELD"  TO WS-LOG-DECISION
               MOVE "catch-up list holds no nights - nothing run"
                 TO WS-LOG-TEXT
               PERFORM 8000-WRITE-LOG-LINE
               MOVE "N" TO WS-LIST-OK-FLAG
             END-IF
           END-IF.

       1100-FILE-ONE-NIGHT.
           MOVE SPACES TO WS-LOG-TEXT.
           MOVE CL-BUSINESS-DATE TO WS-CARD-DATE.
           MOVE WS-CARD-COUNT TO WS-NUM-DSP.
           EVALUATE TRUE
             WHEN LIST-REC = SPACES OR LIST-REC(1:1) = "*"
               CONTINUE
             WHEN CL-BUSINESS-DATE NOT NUMERIC
               STRING "card " DELIMITED BY SIZE
                      WS-NUM-DSP DELIMITED BY SIZE
                      " has no business date YYYYMMDD in columns 1-8"
                        DELIMITED BY SIZE
                 INTO WS-LOG-TEXT
               END-STRING
             WHEN WS-CARD-YYYY < 1900
                  OR WS-CARD-MM < 1 OR WS-CARD-MM > 12
                  OR WS-CARD-DD < 1 OR WS-CARD-DD > 31
               STRING "card " DELIMITED BY SIZE
                      WS-NUM-DSP DELIMITED BY SIZE
                      " business date " DELIMITED BY SIZE
                      CL-BUSINESS-DATE DELIMITED BY SIZE
                      " is not a valid date" DELIMITED BY SIZE
                 INTO WS-LOG-TEXT
               END-STRING
             WHEN WS-CARD-DATE-NUM > WS-TODAY-DATE
               STRING "card " DELIMITED BY SIZE
                      WS-NUM-DSP DELIMITED BY SIZE
                      " business date " DELIMITED BY SIZE
                      CL-BUSINESS-DATE DELIMITED BY SIZE
                      " is in the future" DELIMITED BY SIZE
                 INTO WS-LOG-TEXT
               END-STRING
             WHEN CL-TRANSMIT-NAME = SPACES
               STRING "card " DELIMITED BY SIZE
                      WS-NUM-DSP DELIMITED BY SIZE
                      " names no transmission file" DELIMITED BY SIZE
                 INTO WS-LOG-TEXT
               END-STRING
             WHEN WS-NIGHT-COUNT >= 99
               MOVE "more than 99 nights listed - split the list"
                 TO WS-LOG-TEXT
             WHEN OTHER
               ADD 1 TO WS-NIGHT-COUNT
               MOVE WS-CARD-DATE-NUM TO WS-NT-DATE(WS-NIGHT-COUNT)
               MOVE CL-TRANSMIT-NAME TO WS-NT-FILE(WS-NIGHT-COUNT)
               MOVE "N"              TO WS-NT-SKIP-FLAG(WS-NIGHT-COUNT)
           END-EVALUATE.
           IF WS-LOG-TEXT NOT = SPACES
             MOVE "HELD" TO WS-LOG-DECISION
             PERFORM 8000-WRITE-LOG-LINE
             MOVE "N" TO WS-LIST-OK-FLAG
           END-IF.

       1500-ORDER-NIGHTS.
      *> The list is put in date order here, so the operator does not
      *> have to. Two cards for one night are refused: there is no
      *> telling which transmission is the right one.
           PERFORM VARYING WS-NIGHT-IDX FROM 1 BY 1
               UNTIL WS-NIGHT-IDX >= WS-NIGHT-COUNT
             PERFORM VARYING WS-SORT-IDX FROM 1 BY 1
                 UNTIL WS-SORT-IDX > WS-NIGHT-COUNT - WS-NIGHT-IDX
               IF WS-NT-DATE(WS-SORT-IDX) > WS-NT-DATE(WS-SORT-IDX + 1)
                 MOVE WS-NIGHT-ENTRY(WS-SORT-IDX) TO WS-NIGHT-HOLD
                 MOVE WS-NIGHT-ENTRY(WS-SORT-IDX + 1)
                   TO WS-NIGHT-ENTRY(WS-SORT-IDX)
                 MOVE WS-NIGHT-HOLD TO WS-NIGHT-ENTRY(WS-SORT-IDX + 1)
               END-IF
             END-PERFORM
           END-PERFORM.
           PERFORM VARYING WS-NIGHT-IDX FROM 2 BY 1
               UNTIL WS-NIGHT-IDX > WS-NIGHT-COUNT
             IF WS-NT-DATE(WS-NIGHT-IDX) = WS-NT-DATE(WS-NIGHT-IDX - 1)
               MOVE "LIST"   TO WS-LOG-STEP
               MOVE "HELD"   TO WS-LOG-DECISION
               MOVE SPACES   TO WS-LOG-TEXT
               STRING "business date " DELIMITED BY SIZE
                      WS-NT-DATE(WS-NIGHT-IDX) DELIMITED BY SIZE
                      " is listed more than once" DELIMITED BY SIZE
                 INTO WS-LOG-TEXT
               END-STRING
               PERFORM 8000-WRITE-LOG-LINE
               MOVE "N" TO WS-LIST-OK-FLAG
             END-IF
           END-PERFORM.

       1700-CHECK-LAST-POSTING.
      *> Generation 1 of the master backup is dated with the business
      *> date of the last night posted. A listed night older than
      *> that cannot be posted over a newer one and is passed over;
      *> the night itself counts as done only if its whole chain ran
      *> clean and its balance verdict was GO - a night stopped
      *> part-way is finished with CHAINRST first, or the next night
      *> would bury it, and a night pushed through CHAINRST without
      *> balancing is dealt with as a NO-GO night.
           MOVE "N" TO WS-BACKUP-EOF-FLAG.
           OPEN INPUT BACKUP-FILE.
           IF BACKUP-FILE-OK
             PERFORM UNTIL WS-BACKUP-EOF
               READ BACKUP-FILE
                 AT END
                   SET WS-BACKUP-EOF TO TRUE
                 NOT AT END
                   IF BH-REC-TYPE = "G" AND BH-BACKUP-DATE NUMERIC
                     MOVE BH-BACKUP-DATE TO WS-LAST-POSTED-DATE
                     SET WS-BACKUP-EOF TO TRUE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE BACKUP-FILE
           END-IF.
           PERFORM VARYING WS-NIGHT-IDX FROM 1 BY 1
               UNTIL WS-NIGHT-IDX > WS-NIGHT-COUNT
             MOVE "NIGHT"  TO WS-LOG-STEP
             MOVE SPACES   TO WS-LOG-TEXT
             EVALUATE TRUE
               WHEN WS-NT-DATE(WS-NIGHT-IDX) < WS-LAST-POSTED-DATE
                 SET WS-NT-SKIPPED(WS-NIGHT-IDX) TO TRUE
                 ADD 1 TO WS-NIGHTS-SKIPPED
                 MOVE "SKIPPED" TO WS-LOG-DECISION
                 STRING WS-NT-DATE(WS-NIGHT-IDX) DELIMITED BY SIZE
                        " is older than the last night posted, "
                          DELIMITED BY SIZE
                        WS-LAST-POSTED-DATE DELIMITED BY SIZE
                        " - not run" DELIMITED BY SIZE
                   INTO WS-LOG-TEXT
                 END-STRING
                 PERFORM 8000-WRITE-LOG-LINE
                 IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
                 END-IF
               WHEN WS-NT-DATE(WS-NIGHT-IDX) = WS-LAST-POSTED-DATE
                 PERFORM 1750-CHECK-POSTED-NIGHT
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-PERFORM.

       1750-CHECK-POSTED-NIGHT.
           MOVE WS-NT-DATE(WS-NIGHT-IDX) TO WS-NIGHT-DATE.
           MOVE WS-NIGHT-DATE TO WS-NIGHT-DATE-EDIT.
           MOVE WS-NIGHT-DATE-EDIT TO WS-NIGHT-DATE-TEXT.
           MOVE 0 TO WS-CLEAN-STEPS.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > 7
             IF WS-STEP-IDX NOT = 6
               PERFORM 2500-FIND-STEP-RECORD
               IF WS-REC-FOUND
                  AND WS-REC-DATE = WS-NIGHT-DATE
                  AND WS-REC-STATUS < 8
                  AND WS-REC-VERIFY NOT = "FAIL"
                  AND WS-REC-CKPT NOT = "Y"
                 ADD 1 TO WS-CLEAN-STEPS
               END-IF
             END-IF
           END-PERFORM.
           MOVE "N" TO WS-KEPT-GO-FLAG.
           IF WS-CLEAN-STEPS = 6
             PERFORM 1760-CHECK-KEPT-BALANCE
           END-IF.
           MOVE "NIGHT" TO WS-LOG-STEP.
           MOVE SPACES  TO WS-LOG-TEXT.
           EVALUATE TRUE
             WHEN WS-CLEAN-STEPS = 6 AND WS-KEPT-BALANCE-GO
               SET WS-NT-SKIPPED(WS-NIGHT-IDX) TO TRUE
               ADD 1 TO WS-NIGHTS-SKIPPED
               MOVE "SKIPPED" TO WS-LOG-DECISION
               STRING WS-NIGHT-DATE DELIMITED BY SIZE
                      " was already run through the whole chain"
                        DELIMITED BY SIZE
                 INTO WS-LOG-TEXT
               END-STRING
               PERFORM 8000-WRITE-LOG-LINE
             WHEN WS-CLEAN-STEPS = 6
               MOVE "NIGHTBAL" TO WS-LOG-STEP
               MOVE "NO-GO"    TO WS-LOG-DECISION
               STRING WS-NIGHT-DATE DELIMITED BY SIZE
                      " ran its chain but has no GO verdict in "
                        DELIMITED BY SIZE
                      "balance.rpt." DELIMITED BY SIZE
                      WS-NIGHT-DATE DELIMITED BY SIZE
                 INTO WS-LOG-TEXT
               END-STRING
               PERFORM 8000-WRITE-LOG-LINE
               SET WS-NIGHT-NOT-BALANCED TO TRUE
               PERFORM 2900-STOP-CATCHUP
               MOVE "N" TO WS-LIST-OK-FLAG
             WHEN OTHER
               MOVE "HELD"    TO WS-LOG-DECISION
               STRING WS-NIGHT-DATE DELIMITED BY SIZE
                      " was posted but its chain did not finish - run "
                        DELIMITED BY SIZE
                      "CHAINRST with CHAIN_BUSINESS_DATE="
                        DELIMITED BY SIZE
                      WS-NIGHT-DATE DELIMITED BY SIZE
                 INTO WS-LOG-TEXT
               END-STRING
               PERFORM 8000-WRITE-LOG-LINE
               MOVE "N" TO WS-LIST-OK-FLAG
           END-EVALUATE.

       1760-CHECK-KEPT-BALANCE.
      *> CHAINRST does not balance a night, so a clean chain record
      *> for every step does not prove the night balanced. The copy
      *> kept under the night's date is read; failing that, a
      *> balance.rpt still carrying that night's verdict line - the
      *> last night run by the ordinary chain has no kept copy.
           MOVE SPACES TO WS-SHELL-COMMAND.
           STRING "rm -f balance.chk; cp balance.rpt." DELIMITED BY SIZE
                  WS-NIGHT-DATE DELIMITED BY SIZE
                  " balance.chk 2>/dev/null || cp balance.rpt "
                    DELIMITED BY SIZE
                  "balance.chk 2>/dev/null" DELIMITED BY SIZE
             INTO WS-SHELL-COMMAND
           END-STRING.
           PERFORM 8100-RUN-SHELL-COMMAND.
           MOVE SPACES TO KEPT-BALANCE-REC.
           OPEN INPUT KEPT-BALANCE-FILE.
           IF KEPT-BALANCE-FILE-OK
             READ KEPT-BALANCE-FILE
               AT END
                 MOVE SPACES TO KEPT-BALANCE-REC
             END-READ
             CLOSE KEPT-BALANCE-FILE
             IF KB-DATE = WS-NIGHT-DATE-TEXT AND KB-VERDICT = "GO"
               SET WS-KEPT-BALANCE-GO TO TRUE
             END-IF
           END-IF.
           MOVE "rm -f balance.chk" TO WS-SHELL-COMMAND.
           PERFORM 8100-RUN-SHELL-COMMAND.

       1900-SET-ASIDE-TRANSMISSION.
      *> Each night is staged into transmit.dat for INLOAD. Whatever
      *> is there now - tonight's own transmission, as likely as not
      *> - is moved to transmit.sav first and put back when the
      *> catch-up finishes. A transmit.sav already there was left
      *> by a catch-up that stopped: it is the real transmission and
      *> transmit.dat is only that run's staged copy of an old night,
      *> so the saved file is kept and the staged copy discarded.
           OPEN INPUT SAVED-FILE.
           IF SAVED-FILE-OK
             CLOSE SAVED-FILE
             MOVE "rm -f transmit.dat" TO WS-SHELL-COMMAND
             PERFORM 8100-RUN-SHELL-COMMAND
             SET WS-TRANSMIT-SET-ASIDE TO TRUE
             MOVE "LIST"    TO WS-LOG-STEP
             MOVE "KEPT"    TO WS-LOG-DECISION
             MOVE "transmit.sav from an earlier catch-up kept - "
               & "staged transmit.dat discarded" TO WS-LOG-TEXT
             PERFORM 8000-WRITE-LOG-LINE
           ELSE
             OPEN INPUT TRANSMIT-FILE
             IF TRANSMIT-FILE-OK
               CLOSE TRANSMIT-FILE
               MOVE "mv -f transmit.dat transmit.sav"
                 TO WS-SHELL-COMMAND
               PERFORM 8100-RUN-SHELL-COMMAND
               SET WS-TRANSMIT-SET-ASIDE TO TRUE
               MOVE "LIST"    TO WS-LOG-STEP
               MOVE "SAVED"   TO WS-LOG-DECISION
               MOVE "existing transmit.dat set aside as transmit.sav"
                 TO WS-LOG-TEXT
               PERFORM 8000-WRITE-LOG-LINE
             END-IF
           END-IF.

       2000-RUN-ONE-NIGHT.
           IF NOT WS-NT-SKIPPED(WS-NIGHT-IDX)
             MOVE WS-NT-DATE(WS-NIGHT-IDX) TO WS-NIGHT-DATE
             MOVE WS-NIGHT-DATE TO WS-NIGHT-DATE-EDIT
             MOVE WS-NIGHT-DATE-EDIT TO WS-NIGHT-DATE-TEXT
      *> Every step started from here inherits the business date,
      *> and a catch-up night always starts HELLO from record one.
             DISPLAY "CHAIN_BUSINESS_DATE" UPON ENVIRONMENT-NAME
             DISPLAY WS-NIGHT-DATE UPON ENVIRONMENT-VALUE
             DISPLAY "HELLO_RESTART" UPON ENVIRONMENT-NAME
             DISPLAY "N" UPON ENVIRONMENT-VALUE
             MOVE "NIGHT"   TO WS-LOG-STEP
             MOVE "STARTED" TO WS-LOG-DECISION
             MOVE SPACES    TO WS-LOG-TEXT
             STRING "business date " DELIMITED BY SIZE
                    WS-NIGHT-DATE DELIMITED BY SIZE
                    " from " DELIMITED BY SIZE
                    WS-NT-FILE(WS-NIGHT-IDX) DELIMITED BY SPACE
               INTO WS-LOG-TEXT
             END-STRING
             PERFORM 8000-WRITE-LOG-LINE
             PERFORM 2100-STAGE-TRANSMISSION
             PERFORM 2200-RUN-ONE-STEP
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > 7 OR WS-STOPPED
             IF NOT WS-STOPPED
               PERFORM 2400-KEEP-NIGHT-OUTPUTS
               ADD 1 TO WS-NIGHTS-RUN
               MOVE "NIGHT"    TO WS-LOG-STEP
               MOVE "COMPLETE" TO WS-LOG-DECISION
               MOVE SPACES     TO WS-LOG-TEXT
               STRING "business date " DELIMITED BY SIZE
                      WS-NIGHT-DATE DELIMITED BY SIZE
                      " loaded, posted, archived, balanced and "
                        DELIMITED BY SIZE
                      "distributed" DELIMITED BY SIZE
                 INTO WS-LOG-TEXT
               END-STRING
               PERFORM 8000-WRITE-LOG-LINE
             END-IF
           END-IF.

       2100-STAGE-TRANSMISSION.
      *> The old copy is removed before the night's file is copied
      *> in, so a copy that fails can never leave the previous
      *> night's transmission to be loaded again under this date.
           MOVE "INLOAD" TO WS-LOG-STEP.
           MOVE "rm -f transmit.dat" TO WS-SHELL-COMMAND.
           PERFORM 8100-RUN-SHELL-COMMAND.
           MOVE SPACES TO WS-SHELL-COMMAND.
           STRING "cp " DELIMITED BY SIZE
                  WS-NT-FILE(WS-NIGHT-IDX) DELIMITED BY SPACE
                  " transmit.dat" DELIMITED BY SIZE
             INTO WS-SHELL-COMMAND
           END-STRING.
           PERFORM 8100-RUN-SHELL-COMMAND.
           MOVE 0   TO WS-TRANSMIT-COUNT.
           MOVE 0   TO WS-HEADER-COUNT.
           MOVE 0   TO WS-OTHER-DATE-COUNT.
           MOVE "N" TO WS-TRANSMIT-EOF-FLAG.
           MOVE SPACES TO WS-LOG-TEXT.
           OPEN INPUT TRANSMIT-FILE.
           IF NOT TRANSMIT-FILE-OK
             MOVE "FAILED" TO WS-LOG-DECISION
             STRING "could not stage " DELIMITED BY SIZE
                    WS-NT-FILE(WS-NIGHT-IDX) DELIMITED BY SPACE
                    " as transmit.dat, status " DELIMITED BY SIZE
                    TRANSMIT-FILE-STATUS DELIMITED BY SIZE
               INTO WS-LOG-TEXT
             END-STRING
             PERFORM 8000-WRITE-LOG-LINE
             PERFORM 2900-STOP-CATCHUP
           ELSE
             PERFORM UNTIL WS-TRANSMIT-EOF
               READ TRANSMIT-FILE
                 AT END
                   SET WS-TRANSMIT-EOF TO TRUE
                 NOT AT END
                   ADD 1 TO WS-TRANSMIT-COUNT
                   IF TRANSMIT-REC(1:1) = "H"
                     ADD 1 TO WS-HEADER-COUNT
                     IF TRANSMIT-REC(2:8) NOT = WS-NT-DATE(WS-NIGHT-IDX)
                       ADD 1 TO WS-OTHER-DATE-COUNT
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE TRANSMIT-FILE
             MOVE WS-TRANSMIT-COUNT TO WS-NUM-DSP
             MOVE "STAGED" TO WS-LOG-DECISION
             STRING WS-NUM-DSP DELIMITED BY SIZE
                    " records staged as transmit.dat" DELIMITED BY SIZE
               INTO WS-LOG-TEXT
             END-STRING
             PERFORM 8000-WRITE-LOG-LINE
      *> History is filed under each batch header's own date, so a
      *> header dated for some other night is worth a look - it is
      *> a warning, not a stop: offices do send late batches.
             IF WS-OTHER-DATE-COUNT > 0
               MOVE WS-OTHER-DATE-COUNT TO WS-NUM-DSP
               MOVE "WARNING" TO WS-LOG-DECISION
               MOVE SPACES    TO WS-LOG-TEXT
               STRING WS-NUM-DSP DELIMITED BY SIZE
                      " batch header(s) dated other than the night - "
                        DELIMITED BY SIZE
                      "archived under their own date" DELIMITED BY SIZE
                 INTO WS-LOG-TEXT
               END-STRING
               PERFORM 8000-WRITE-LOG-LINE
               IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
               END-IF
             END-IF
           END-IF.

       2200-RUN-ONE-STEP.
      *> Each step is judged by the chain record it writes, stamped
      *> with the night's business date and the real clock time, and
      *> that time must fall between the step's launch and its
      *> finish; NIGHTBAL is judged by the verdict line it writes.
           MOVE WS-STEP-NAME(WS-STEP-IDX) TO WS-LOG-STEP.
           MOVE "STARTED" TO WS-LOG-DECISION.
           MOVE SPACES    TO WS-LOG-TEXT.
           STRING "command: " DELIMITED BY SIZE
                  WS-STEP-COMMAND(WS-STEP-IDX) DELIMITED BY SIZE
             INTO WS-LOG-TEXT
           END-STRING.
           PERFORM 8000-WRITE-LOG-LINE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURR-DATE-NUM TO WS-LAUNCH-DATE.
           MOVE WS-CURR-TIME-NUM TO WS-LAUNCH-TIME.
           MOVE WS-STEP-COMMAND(WS-STEP-IDX) TO WS-SHELL-COMMAND.
           PERFORM 8100-RUN-SHELL-COMMAND.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURR-DATE-NUM TO WS-FINISH-DATE.
           MOVE WS-CURR-TIME-NUM TO WS-FINISH-TIME.
           IF WS-STEP-IDX = 6
             PERFORM 2300-CHECK-NIGHT-BALANCE
           ELSE
             PERFORM 2250-CHECK-STEP-RESULT
           END-IF.

       2250-CHECK-STEP-RESULT.
      *> The record's date is the business date, not the real one, so
      *> only its time can be set against the clock. A step that ran
      *> past midnight stamps a time below its launch time: on that
      *> night any time after the launch or up to the finish will do.
           PERFORM 2500-FIND-STEP-RECORD.
           MOVE "N" TO WS-REC-IN-RUN-FLAG.
           IF WS-FINISH-DATE = WS-LAUNCH-DATE
             IF WS-REC-TIME >= WS-LAUNCH-TIME
                AND WS-REC-TIME <= WS-FINISH-TIME
               SET WS-REC-IN-RUN TO TRUE
             END-IF
           ELSE
             IF WS-REC-TIME >= WS-LAUNCH-TIME
                OR WS-REC-TIME <= WS-FINISH-TIME
               SET WS-REC-IN-RUN TO TRUE
             END-IF
           END-IF.
           MOVE WS-STEP-NAME(WS-STEP-IDX) TO WS-LOG-STEP.
           MOVE SPACES        TO WS-LOG-TEXT.
           MOVE WS-REC-STATUS TO WS-CODE-DSP.
           EVALUATE TRUE
             WHEN NOT WS-REC-FOUND
                  OR WS-REC-DATE NOT = WS-NIGHT-DATE
                  OR NOT WS-REC-IN-RUN
               MOVE "FAILED" TO WS-LOG-DECISION
               MOVE "wrote no chain status record for the night - "
                 & "the step did not start or died before the end"
                 TO WS-LOG-TEXT
             WHEN WS-REC-STATUS >= 8
                  OR WS-REC-VERIFY = "FAIL"
                  OR WS-REC-CKPT = "Y"
               MOVE "FAILED" TO WS-LOG-DECISION
               STRING "ended with status " DELIMITED BY SIZE
                      WS-CODE-DSP DELIMITED BY SIZE
                      " verify " DELIMITED BY SIZE
                      WS-REC-VERIFY DELIMITED BY SIZE
                      " checkpoint pending " DELIMITED BY SIZE
                      WS-REC-CKPT DELIMITED BY SIZE
                 INTO WS-LOG-TEXT
               END-STRING
             WHEN OTHER
               MOVE "CLEAN"  TO WS-LOG-DECISION
               STRING "finished with status " DELIMITED BY SIZE
                      WS-CODE-DSP DELIMITED BY SIZE
                 INTO WS-LOG-TEXT
               END-STRING
               IF WS-REC-STATUS > 0 AND RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
               END-IF
           END-EVALUATE.
           PERFORM 8000-WRITE-LOG-LINE.
           IF WS-LOG-DECISION = "FAILED"
             PERFORM 2900-STOP-CATCHUP
           END-IF.

       2300-CHECK-NIGHT-BALANCE.
           MOVE "NIGHTBAL" TO WS-LOG-STEP.
           MOVE SPACES     TO WS-LOG-TEXT.
           MOVE SPACES     TO BALANCE-REC.
           OPEN INPUT BALANCE-FILE.
           IF BALANCE-FILE-OK
             READ BALANCE-FILE
               AT END
                 MOVE SPACES TO BALANCE-REC
             END-READ
             CLOSE BALANCE-FILE
           END-IF.
           EVALUATE TRUE
             WHEN BR-DATE NOT = WS-NIGHT-DATE-TEXT
               MOVE "FAILED" TO WS-LOG-DECISION
               MOVE "wrote no balance verdict for the night - see "
                 & "the NIGHTBAL console output" TO WS-LOG-TEXT
             WHEN BR-VERDICT NOT = "GO"
               MOVE "NO-GO"  TO WS-LOG-DECISION
               STRING "business date " DELIMITED BY SIZE
                      WS-NIGHT-DATE DELIMITED BY SIZE
                      " does not balance - see balance.rpt; not "
                        DELIMITED BY SIZE
                      "distributed" DELIMITED BY SIZE
                 INTO WS-LOG-TEXT
               END-STRING
             WHEN OTHER
               MOVE "GO"     TO WS-LOG-DECISION
               STRING "business date " DELIMITED BY SIZE
                      WS-NIGHT-DATE DELIMITED BY SIZE
                      " balances" DELIMITED BY SIZE
                 INTO WS-LOG-TEXT
               END-STRING
           END-EVALUATE.
           PERFORM 8000-WRITE-LOG-LINE.
           IF WS-LOG-DECISION NOT = "GO"
             SET WS-NIGHT-NOT-BALANCED TO TRUE
             PERFORM 2900-STOP-CATCHUP
           END-IF.

       2400-KEEP-NIGHT-OUTPUTS.
      *> A file the night did not produce is simply not there to
      *> keep; cp's complaint about it is thrown away. A held
      *> subscriber's extract file is left empty by DLSPLIT, so the
      *> copy kept for that night is empty too - its deltas are in
      *> subwheld.dat under the night's run date.
           PERFORM VARYING WS-KEEP-IDX FROM 1 BY 1
               UNTIL WS-KEEP-IDX > 8
             MOVE SPACES TO WS-SHELL-COMMAND
             STRING "cp " DELIMITED BY SIZE
                    WS-KEEP-NAME(WS-KEEP-IDX) DELIMITED BY SPACE
                    " " DELIMITED BY SIZE
                    WS-KEEP-NAME(WS-KEEP-IDX) DELIMITED BY SPACE
                    "." DELIMITED BY SIZE
                    WS-NIGHT-DATE DELIMITED BY SIZE
                    " 2>/dev/null" DELIMITED BY SIZE
               INTO WS-SHELL-COMMAND
             END-STRING
             PERFORM 8100-RUN-SHELL-COMMAND
           END-PERFORM.
           MOVE "NIGHT"  TO WS-LOG-STEP.
           MOVE "KEPT"   TO WS-LOG-DECISION.
           MOVE SPACES   TO WS-LOG-TEXT.
           STRING "balance, acknowledgment, duplicate-key and extract "
                    DELIMITED BY SIZE
                  "files kept with suffix ." DELIMITED BY SIZE
                  WS-NIGHT-DATE DELIMITED BY SIZE
             INTO WS-LOG-TEXT
           END-STRING.
           PERFORM 8000-WRITE-LOG-LINE.

       2500-FIND-STEP-RECORD.
      *> The last record the step wrote is the one that counts.
           MOVE "N"    TO WS-REC-FOUND-FLAG.
           MOVE 0      TO WS-REC-DATE.
           MOVE 0      TO WS-REC-TIME.
           MOVE 99     TO WS-REC-STATUS.
           MOVE SPACES TO WS-REC-VERIFY.
           MOVE "N"    TO WS-REC-CKPT.
           MOVE "N"    TO WS-CHAIN-EOF-FLAG.
           OPEN INPUT CHAIN-FILE.
           IF CHAIN-FILE-OK
             PERFORM UNTIL WS-CHAIN-EOF
               READ CHAIN-FILE
                 AT END
                   SET WS-CHAIN-EOF TO TRUE
                 NOT AT END
                   IF CS-PROGRAM = WS-STEP-NAME(WS-STEP-IDX)
                     SET WS-REC-FOUND TO TRUE
                     MOVE CS-RUN-DATE       TO WS-REC-DATE
                     MOVE CS-RUN-TIME       TO WS-REC-TIME
                     IF CS-STATUS-CODE NUMERIC
                       MOVE CS-STATUS-CODE  TO WS-REC-STATUS
                     ELSE
                       MOVE 99              TO WS-REC-STATUS
                     END-IF
                     MOVE CS-TRAILER-VERIFY TO WS-REC-VERIFY
                     MOVE CS-CKPT-PENDING   TO WS-REC-CKPT
                   END-IF
               END-READ
             END-PERFORM
             CLOSE CHAIN-FILE
           END-IF.

       2900-STOP-CATCHUP.
      *> Nothing after a bad night is run. A night whose step failed
      *> is finished by hand or with CHAINRST under the same business
      *> date; the catch-up is then run again with the same list, and
      *> the nights already done are passed over. A night that did
      *> not balance is not finished that way - CHAINRST does not
      *> balance and would distribute it - so it is investigated and
      *> the master restored with MREST before anything is rerun.
           SET WS-STOPPED TO TRUE.
           IF RETURN-CODE < 8
             MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE "NIGHT"   TO WS-LOG-STEP.
           MOVE "STOPPED" TO WS-LOG-DECISION.
           MOVE SPACES    TO WS-LOG-TEXT.
           IF WS-NIGHT-NOT-BALANCED
             STRING "catch-up stopped at " DELIMITED BY SIZE
                    WS-NIGHT-DATE DELIMITED BY SIZE
                    " - not balanced: investigate it and restore "
                      DELIMITED BY SIZE
                    "with MREST" DELIMITED BY SIZE
               INTO WS-LOG-TEXT
             END-STRING
           ELSE
             STRING "catch-up stopped at " DELIMITED BY SIZE
                    WS-NIGHT-DATE DELIMITED BY SIZE
                    " - finish with CHAINRST under "
                      DELIMITED BY SIZE
                    "CHAIN_BUSINESS_DATE=" DELIMITED BY SIZE
                    WS-NIGHT-DATE DELIMITED BY SIZE
               INTO WS-LOG-TEXT
             END-STRING
           END-IF.
           PERFORM 8000-WRITE-LOG-LINE.

       8000-WRITE-LOG-LINE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURR-DATE-NUM TO WS-LOG-DATE.
           MOVE WS-CURR-TIME-NUM TO WS-LOG-TIME.
           DISPLAY "CATCHUP : " WS-LOG-STEP " " WS-LOG-DECISION " "
                   WS-LOG-TEXT.
           IF WS-LOG-IS-OPEN
             MOVE WS-LOG-LINE TO LOG-REC
             WRITE LOG-REC
           END-IF.

       8100-RUN-SHELL-COMMAND.
      *> The shell's own return code is not this program's verdict
      *> on anything, so the run's return code is put back after it.
           MOVE RETURN-CODE TO WS-RUN-RC.
           CALL "SYSTEM" USING WS-SHELL-COMMAND.
           MOVE WS-RUN-RC TO RETURN-CODE.

       9000-WRITE-SUMMARY.
           IF WS-TRANSMIT-SET-ASIDE AND NOT WS-STOPPED
             MOVE "mv -f transmit.sav transmit.dat" TO WS-SHELL-COMMAND
             PERFORM 8100-RUN-SHELL-COMMAND
             MOVE "LIST"     TO WS-LOG-STEP
             MOVE "RESTORED" TO WS-LOG-DECISION
             MOVE "transmit.sav put back as transmit.dat"
               TO WS-LOG-TEXT
             PERFORM 8000-WRITE-LOG-LINE
           END-IF.
           MOVE "CATCHUP"  TO WS-LOG-STEP.
           MOVE SPACES     TO WS-LOG-TEXT.
           IF WS-STOPPED
             MOVE "STOPPED"  TO WS-LOG-DECISION
           ELSE
             MOVE "COMPLETE" TO WS-LOG-DECISION
           END-IF.
           MOVE WS-NIGHTS-RUN     TO WS-COUNT-DSP.
           MOVE WS-NIGHTS-SKIPPED TO WS-SKIP-DSP.
           IF WS-STOPPED AND WS-TRANSMIT-SET-ASIDE
             MOVE " - transmit.dat set aside as transmit.sav"
               TO WS-SUMMARY-TAIL
           ELSE
             MOVE SPACES TO WS-SUMMARY-TAIL
           END-IF.
           STRING WS-COUNT-DSP DELIMITED BY SIZE
                  " night(s) run, " DELIMITED BY SIZE
                  WS-SKIP-DSP DELIMITED BY SIZE
                  " skipped" DELIMITED BY SIZE
                  WS-SUMMARY-TAIL DELIMITED BY SIZE
             INTO WS-LOG-TEXT
           END-STRING.
           PERFORM 8000-WRITE-LOG-LINE.
