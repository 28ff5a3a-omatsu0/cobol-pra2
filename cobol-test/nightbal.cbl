            SELECT BALANCE-FILE ASSIGN TO 'balance.rpt'
              ORGANIZATION IS LINE SEQUENTIAL
              STATUS BALANCE-FILE-STATUS.
            SELECT OFFICE-FILE ASSIGN TO 'offices.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              STATUS OFFICE-FILE-STATUS.
            SELECT ACK-FILE ASSIGN TO 'inack.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              STATUS ACK-FILE-STATUS.
       DATA DIVISION.
         FILE SECTION.
        FD  CHAIN-FILE.
            05  CS-STATUS-CODE      PIC 9(2).
        FD  BALANCE-FILE.
        01  BALANCE-REC PIC X(80).
        FD  OFFICE-FILE.
      *> Must mirror inload.cbl's OFFICE-REC exactly.
        01  OFFICE-REC.
            05  OF-OFFICE-CODE      PIC X(5).
            05  FILLER              PIC X.
            05  OF-EXPECTED-BATCHES PIC 9(2).
            05  FILLER              PIC X.
            05  OF-OFFICE-NAME      PIC X(30).
        FD  ACK-FILE.
      *> Must mirror inload.cbl's ACK-REC exactly. Only the per-batch
      *> "B" records are used here: they say which office each of
      *> tonight's batches came from and whether INLOAD took it.
        01  ACK-REC.
            05  AK-REC-TYPE         PIC X.
            05  AK-BATCH-NO         PIC 9(2).
            05  AK-BATCH-DATE       PIC X(8).
            05  AK-ACCEPTED-CNT     PIC 9(6).
            05  AK-REFUSED-CNT      PIC 9(6).
            05  AK-STATUS           PIC X(2).
            05  AK-OFFICE-CODE      PIC X(5).
         WORKING-STORAGE SECTION.
        01  CHAIN-FILE-STATUS           PIC XX.
            88  CHAIN-FILE-OK               VALUE "00".
        01  BALANCE-FILE-STATUS         PIC XX.
            88  BALANCE-FILE-OK             VALUE "00".
        01  OFFICE-FILE-STATUS          PIC XX.
            88  OFFICE-FILE-OK              VALUE "00".
        01  ACK-FILE-STATUS             PIC XX.
            88  ACK-FILE-OK                 VALUE "00".
        01  WS-OFFICE-EOF-FLAG          PIC X VALUE "N".
            88  WS-OFFICE-EOF               VALUE "Y".
        01  WS-ACK-EOF-FLAG             PIC X VALUE "N".
            88  WS-ACK-EOF                  VALUE "Y".
      *> Every registered office with the batches it should send and
      *> the batches INLOAD actually accepted from it tonight. A
      *> silent office does not stop the night - its keys are held by
      *> HELLO and POSTMAST - but the morning shift must chase it.
        01  WS-OFFICE-COUNT             PIC 9(2) COMP VALUE 0.
        01  WS-OFFICE-TABLE.
            05  WS-OFC-ENTRY OCCURS 99 TIMES.
                10  WS-OFC-CODE         PIC X(5).
                10  WS-OFC-NAME         PIC X(30).
                10  WS-OFC-EXPECTED     PIC 9(2).
                10  WS-OFC-RECEIVED     PIC 9(2).
        01  WS-OFC-IDX                  PIC 9(2) COMP.
        01  WS-OFFICE-FOUND-FLAG        PIC X VALUE "N".
            88  WS-OFFICE-FOUND             VALUE "Y".
        01  WS-SILENT-COUNT             PIC 9(2) VALUE 0.
        01  WS-SHORT-COUNT              PIC 9(2) VALUE 0.
        01  WS-OFFICE-LINE-COUNT        PIC 9(2) COMP VALUE 0.
        01  WS-OFFICE-LINE-TABLE.
            05  WS-OFFICE-LINE-TEXT PIC X(80) OCCURS 99 TIMES.
        01  WS-OFFICE-LINE-IDX          PIC 9(2) COMP.
        01  WS-OFFICE-LINE.
            05  FILLER              PIC X(9)  VALUE "Office  :".
            05  WS-OL-CODE          PIC X(5).
            05  FILLER              PIC X     VALUE SPACE.
            05  WS-OL-NAME          PIC X(30).
            05  FILLER              PIC X(7)  VALUE " Sent :".
            05  WS-OL-RECEIVED      PIC Z9.
            05  FILLER              PIC X(7)  VALUE " Exp  :".
            05  WS-OL-EXPECTED      PIC Z9.
            05  FILLER              PIC X     VALUE SPACE.
            05  WS-OL-VERDICT       PIC X(14).
        01  WS-CHAIN-EOF-FLAG           PIC X VALUE "N".
            88  WS-CHAIN-EOF                VALUE "Y".
      *> One slot per chain step, in the order the night must run
            05  WS-GO-STEPS         PIC Z9.
            05  FILLER              PIC X(9)  VALUE " Faults :".
            05  WS-GO-FAULTS        PIC Z9.
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

           PERFORM 0100-CLEAR-ONE-SLOT
             VARYING WS-STEP-IDX FROM 1 BY 1
             VARYING WS-STEP-IDX FROM 1 BY 1
             UNTIL WS-STEP-IDX > 4.
           PERFORM 3000-CROSS-FOOT-COUNTS.
           PERFORM 4000-CHECK-OFFICE-RECEIPTS.
           PERFORM 9000-WRITE-GO-LINE.

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
               DISPLAY "NIGHTBAL: processing as business date "
                       WS-CURR-DATE-NUM
           END-EVALUATE.
           IF NOT WS-BUS-DATE-OK
             DISPLAY "NIGHTBAL: CHAIN_BUSINESS_DATE [" WS-BUSINESS-DATE
                     "] is not a usable date - today's date used"
             IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF.

       0100-CLEAR-ONE-SLOT.
           MOVE "N" TO WS-STP-FOUND-FLAG(WS-STEP-IDX).
           MOVE 0 TO WS-STP-DATE(WS-STEP-IDX).
      *> has no business in the chain file - is a fault, but a known
      *> step's counts are still filed so the cross-foot can report
      *> on whatever did run.
      *> DLSPLIT appends its record after ARCHHIST's; distribution
      *> is not part of the balance, so its record is passed over.
      *> So is PENDREL's, between INLOAD's and HELLO's: the changes
      *> it releases are counted inside HELLO's and POSTMAST's own
      *> figures, which still have to agree.
           EVALUATE TRUE
             WHEN CS-PROGRAM = "DLSPLIT"
                  OR CS-PROGRAM = "PENDREL"
               CONTINUE
             WHEN WS-EXPECT-IDX <= 4
                  AND CS-PROGRAM = WS-STEP-NAME(WS-EXPECT-IDX)
               MOVE WS-EXPECT-IDX TO WS-STEP-IDX
               ADD 1 TO WS-EXPECT-IDX
               PERFORM 1200-FILE-INTO-SLOT
             WHEN OTHER
               ADD 1 TO WS-FAULT-COUNT
               DISPLAY "NIGHTBAL: step " CS-PROGRAM
                       " is out of order in the chain"
               MOVE 0 TO WS-STEP-IDX
               PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > 4
                 IF CS-PROGRAM = WS-STEP-NAME(WS-STEP-IDX)
                    AND NOT WS-STP-FOUND(WS-STEP-IDX)
                   PERFORM 1200-FILE-INTO-SLOT
                   MOVE 4 TO WS-STEP-IDX
                 END-IF
               END-PERFORM
           END-EVALUATE.

       1200-FILE-INTO-SLOT.
           SET WS-STP-FOUND(WS-STEP-IDX) TO TRUE.
             END-IF
           END-IF.

       4000-CHECK-OFFICE-RECEIPTS.
      *> Matches the office registry against INLOAD's acknowledgement
      *> file. A batch INLOAD refused ("UO") was never received as
      *> far as balancing is concerned. Missing offices are a warning
      *> only: they do not change the go/no-go verdict.
           OPEN INPUT OFFICE-FILE.
           IF NOT OFFICE-FILE-OK
             DISPLAY "NIGHTBAL: no sending-office registry, status "
                     OFFICE-FILE-STATUS " - office receipts not checked"
             IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
             END-IF
           ELSE
             PERFORM UNTIL WS-OFFICE-EOF
               READ OFFICE-FILE
                 AT END
                   SET WS-OFFICE-EOF TO TRUE
                 NOT AT END
                   PERFORM 4100-FILE-ONE-OFFICE
               END-READ
             END-PERFORM
             CLOSE OFFICE-FILE
             PERFORM 4200-COUNT-ACKED-BATCHES
             PERFORM 4300-CHECK-ONE-OFFICE
               VARYING WS-OFC-IDX FROM 1 BY 1
               UNTIL WS-OFC-IDX > WS-OFFICE-COUNT
             IF WS-SILENT-COUNT > 0 OR WS-SHORT-COUNT > 0
               DISPLAY "NIGHTBAL: " WS-SILENT-COUNT
                       " offices sent nothing, " WS-SHORT-COUNT
                       " sent short"
               IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
               END-IF
             ELSE
               DISPLAY "NIGHTBAL: all " WS-OFFICE-COUNT
                       " registered offices reported"
             END-IF
           END-IF.

       4100-FILE-ONE-OFFICE.
           IF OFFICE-REC = SPACES OR OFFICE-REC(1:1) = "*"
              OR OF-OFFICE-CODE = SPACES
             CONTINUE
           ELSE
             IF WS-OFFICE-COUNT < 99
               ADD 1 TO WS-OFFICE-COUNT
               MOVE OF-OFFICE-CODE TO WS-OFC-CODE(WS-OFFICE-COUNT)
               MOVE OF-OFFICE-NAME TO WS-OFC-NAME(WS-OFFICE-COUNT)
               IF OF-EXPECTED-BATCHES IS NUMERIC
                 MOVE OF-EXPECTED-BATCHES
                   TO WS-OFC-EXPECTED(WS-OFFICE-COUNT)
               ELSE
                 MOVE 1 TO WS-OFC-EXPECTED(WS-OFFICE-COUNT)
               END-IF
               MOVE 0 TO WS-OFC-RECEIVED(WS-OFFICE-COUNT)
             END-IF
           END-IF.

       4200-COUNT-ACKED-BATCHES.
           OPEN INPUT ACK-FILE.
           IF NOT ACK-FILE-OK
             DISPLAY "NIGHTBAL: no INLOAD acknowledgement file, status "
                     ACK-FILE-STATUS " - every office counts as silent"
           ELSE
             PERFORM UNTIL WS-ACK-EOF
               READ ACK-FILE
                 AT END
                   SET WS-ACK-EOF TO TRUE
                 NOT AT END
                   IF AK-REC-TYPE = "B" AND AK-STATUS NOT = "UO"
                     PERFORM 4250-CREDIT-ONE-BATCH
                   END-IF
               END-READ
             END-PERFORM
             CLOSE ACK-FILE
           END-IF.

       4250-CREDIT-ONE-BATCH.
           MOVE "N" TO WS-OFFICE-FOUND-FLAG.
           PERFORM VARYING WS-OFC-IDX FROM 1 BY 1
               UNTIL WS-OFC-IDX > WS-OFFICE-COUNT
                  OR WS-OFFICE-FOUND
             IF WS-OFC-CODE(WS-OFC-IDX) = AK-OFFICE-CODE
               SET WS-OFFICE-FOUND TO TRUE
               IF WS-OFC-RECEIVED(WS-OFC-IDX) < 99
                 ADD 1 TO WS-OFC-RECEIVED(WS-OFC-IDX)
               END-IF
             END-IF
           END-PERFORM.

       4300-CHECK-ONE-OFFICE.
      *> An office registered with no expected batches only sends on
      *> demand and is never chased.
           IF WS-OFC-EXPECTED(WS-OFC-IDX) > 0
              AND WS-OFC-RECEIVED(WS-OFC-IDX)
                    < WS-OFC-EXPECTED(WS-OFC-IDX)
             MOVE WS-OFC-CODE(WS-OFC-IDX)     TO WS-OL-CODE
             MOVE WS-OFC-NAME(WS-OFC-IDX)     TO WS-OL-NAME
             MOVE WS-OFC-RECEIVED(WS-OFC-IDX) TO WS-OL-RECEIVED
             MOVE WS-OFC-EXPECTED(WS-OFC-IDX) TO WS-OL-EXPECTED
             IF WS-OFC-RECEIVED(WS-OFC-IDX) = 0
               MOVE "SENT NOTHING" TO WS-OL-VERDICT
               ADD 1 TO WS-SILENT-COUNT
             ELSE
               MOVE "SHORT" TO WS-OL-VERDICT
               ADD 1 TO WS-SHORT-COUNT
             END-IF
             DISPLAY WS-OFFICE-LINE
             ADD 1 TO WS-OFFICE-LINE-COUNT
             MOVE WS-OFFICE-LINE
               TO WS-OFFICE-LINE-TEXT(WS-OFFICE-LINE-COUNT)
           END-IF.

       9000-WRITE-GO-LINE.
      *> The single go/no-go line for the night: on the console for
      *> the morning shift and in balance.rpt for the scheduler.
           IF BALANCE-FILE-OK
             MOVE WS-GO-LINE TO BALANCE-REC
             WRITE BALANCE-REC
      *> The go/no-go line stays first for the scheduler; the offices
      *> to chase follow it for the morning shift.
             PERFORM VARYING WS-OFFICE-LINE-IDX FROM 1 BY 1
                 UNTIL WS-OFFICE-LINE-IDX > WS-OFFICE-LINE-COUNT
               MOVE WS-OFFICE-LINE-TEXT(WS-OFFICE-LINE-IDX)
                 TO BALANCE-REC
               WRITE BALANCE-REC
             END-PERFORM
             CLOSE BALANCE-FILE
           ELSE
             DISPLAY "NIGHTBAL: could not write balance report, "
