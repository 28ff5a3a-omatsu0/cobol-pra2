        FD  CHAIN-FILE.
      *> Same layout as STATUS-REC, appended to the night's chain
      *> file INLOAD starts: one record per chain step, read back by
      *> the end-of-night verifier. This is the last of the balanced
      *> steps, so its record is what closes out the night.
        01  CHAIN-REC.
            05  CS-PROGRAM          PIC X(8).
            05  CS-RUN-DATE         PIC 9(8).
                                    VALUE SPACES.
        01  WS-KEY-WAS-REJECTED-FLAG    PIC X VALUE "N".
            88  WS-KEY-WAS-REJECTED         VALUE "Y".
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
           PERFORM 0500-CHECK-HELLO-STATUS.

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
               DISPLAY "ARCHHIST: processing as business date "
                       WS-CURR-DATE-NUM
           END-EVALUATE.
           IF NOT WS-BUS-DATE-OK
             DISPLAY "ARCHHIST: CHAIN_BUSINESS_DATE [" WS-BUSINESS-DATE
                     "] is not a usable date - today's date used"
             IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF.

       0400-READ-WINDOW-CUTOFF.
      *> Only the WINDOW-CUTOFF card matters to this step; the rest
      *> of the run-control cards are HELLO's and are passed over. A
