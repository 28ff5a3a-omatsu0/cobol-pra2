              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MS-KEY
              STATUS MASTER-FILE-STATUS.
            SELECT REL-FILE ASSIGN TO "RELFILE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RL-KEY
              STATUS REL-FILE-STATUS.
            SELECT PRINT-FILE ASSIGN TO 'print.rpt'
              ORGANIZATION IS LINE SEQUENTIAL
              STATUS PRINT-FILE-STATUS.
            SELECT DELTA-FILE ASSIGN TO 'delta.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              STATUS DELTA-FILE-STATUS.
            SELECT ADJUST-FILE ASSIGN TO 'adjdelta.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              STATUS ADJUST-FILE-STATUS.
            SELECT SORT-FILE ASSIGN TO 'sortwork'.
            SELECT STATUS-FILE ASSIGN TO 'jobstat.dat'
              ORGANIZATION IS LINE SEQUENTIAL
                10  IN-REC-TYPE     PIC X.
                    88  IN-REC-IS-HEADER    VALUE "H".
                    88  IN-REC-IS-DETAIL    VALUE "D".
                    88  IN-REC-IS-EFFECTIVE VALUE "E".
                    88  IN-REC-IS-TRAILER   VALUE "T".
                10  IN-REC-KEY      PIC X(9).
            05  IN-REC-DATA         PIC X(10).
        01  REJKEY-REC.
            05  RK-KEY              PIC X(9).
            05  RK-REASON           PIC X(2).
        FD  REL-FILE.
      *> Must mirror pendrel.cbl's REL-REC exactly: effective-dated
      *> changes PENDREL released for tonight, one per business key.
        01  REL-REC.
            05  RL-KEY              PIC X(9).
            05  RL-DATA             PIC X(10).
            05  RL-OFFICE           PIC X(5).
            05  RL-EFF-DATE         PIC 9(8).
            05  RL-RELEASE-DATE     PIC 9(8).
        FD  MASTER-FILE.
      *> The master carries its own control record under the
      *> reserved key *CONTROL* (it sorts ahead of every business
            05  MS-KEY              PIC X(9).
                88  MS-IS-CONTROL       VALUE "*CONTROL*".
            05  MS-DATA             PIC X(10).
            05  MS-OFFICE           PIC X(5).
            05  FILLER              PIC X(4).
        01  MASTER-CTL-REC.
            05  MC-KEY              PIC X(9).
            05  MC-RECORD-COUNT     PIC 9(9).
            05  DT-CHANGED-CNT      PIC 9(9).
            05  DT-DELETED-CNT      PIC 9(9).
            05  FILLER              PIC X(3).
        FD  ADJUST-FILE.
      *> Must mirror mstmaint.cbl's ADJUST-REC exactly: manual master
      *> adjustments keyed since the last hand-off, each carrying a
      *> ready-made delta detail. They ride in tonight's delta.dat
      *> ahead of the reconciliation differences.
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
        FD  STATUS-FILE.
      *> Fixed-layout end-of-run status record for the scheduler and
      *> the downstream posting/delta/archive steps: everything a
        01  WS-ADDED-COUNT              PIC 9(9) VALUE 0.
        01  WS-CHANGED-COUNT            PIC 9(9) VALUE 0.
        01  WS-DELETED-COUNT            PIC 9(9) VALUE 0.
      *> Offices whose headers are in tonight's feed. A master key
      *> owned by an office that sent nothing is held, not deleted:
      *> its absence says only that the office was silent. POSTMAST
      *> applies the same rule, so the Deleted and Dropped counts
      *> still cross-foot.
        01  WS-HELD-COUNT               PIC 9(9) VALUE 0.
        01  WS-REPORTING-COUNT          PIC 9(2) COMP VALUE 0.
        01  WS-REPORTING-TABLE.
            05  WS-REPORTING-OFFICE PIC X(5) OCCURS 99 TIMES.
        01  WS-OFFICE-TABLE-FULL-FLAG   PIC X VALUE "N".
            88  WS-OFFICE-TABLE-FULL        VALUE "Y".
        01  WS-RPT-OFC-IDX              PIC 9(2) COMP.
        01  WS-CHECK-OFFICE             PIC X(5).
        01  WS-OFFICE-REPORTED-FLAG     PIC X VALUE "N".
            88  WS-OFFICE-REPORTED          VALUE "Y".
        01  PRINT-FILE-STATUS           PIC XX.
            88  PRINT-FILE-OK               VALUE "00".
        01  ADJUST-FILE-STATUS          PIC XX.
            88  ADJUST-FILE-OK              VALUE "00".
        01  REL-FILE-STATUS             PIC XX.
            88  REL-FILE-OK                 VALUE "00".
        01  WS-RELFILE-FLAG             PIC X VALUE "N".
            88  WS-RELFILE-USABLE           VALUE "Y".
        01  WS-REL-EOF-FLAG             PIC X VALUE "N".
            88  WS-REL-EOF                  VALUE "Y".
        01  WS-KEY-RELEASED-FLAG        PIC X VALUE "N".
            88  WS-KEY-WAS-RELEASED         VALUE "Y".
        01  WS-RELEASED-COUNT           PIC 9(9) VALUE 0.
        01  WS-ADJUST-EOF-FLAG          PIC X VALUE "N".
            88  WS-ADJUST-EOF               VALUE "Y".
      *> Manual adjustments are counted apart from the Recon figures:
      *> they go into the delta trailer, which must foot to the
      *> details in the file, but not into the job and chain status
      *> counts, which must still balance to POSTMAST's posting.
        01  WS-ADJ-ADDED-COUNT          PIC 9(9) VALUE 0.
        01  WS-ADJ-CHANGED-COUNT        PIC 9(9) VALUE 0.
        01  WS-ADJ-DELETED-COUNT        PIC 9(9) VALUE 0.
        01  DELTA-FILE-STATUS           PIC XX.
            88  DELTA-FILE-OK               VALUE "00".
        01  STATUS-FILE-STATUS          PIC XX.
            88  WS-TRAILER-SEEN             VALUE "Y".
        01  WS-SAVED-ACTUAL-CNT         PIC 9(6) VALUE 0.
        01  WS-SAVED-CHECKSUM           PIC 9(9) VALUE 0.
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
           PERFORM 0500-READ-RUN-PARAMETERS.
           PERFORM 9290-WRITE-HELD-STATUS.

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
               DISPLAY "HELLO: processing as business date "
                       WS-CURR-DATE-NUM
           END-EVALUATE.
           IF NOT WS-BUS-DATE-OK
             DISPLAY "HELLO: CHAIN_BUSINESS_DATE [" WS-BUSINESS-DATE
                     "] is not a usable date - today's date used"
             IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF.

       0500-READ-RUN-PARAMETERS.
      *> Run behavior comes from the run-control parameter file, not
      *> from recompiles or operator-remembered environment variables.
                   DISPLAY "HELLO: WINDOW-CUTOFF card invalid - no "
                           "cutoff in effect"
                 END-IF
               WHEN "RECEIPT-OVERDUE-HRS"
               WHEN "RECEIPT-BLOCK-AFTER"
      *> Subscriber receipt policing cards, read by DLRECON.
                 CONTINUE
               WHEN "STEP-CMD-INLOAD"
               WHEN "STEP-CMD-PENDREL"
               WHEN "STEP-CMD-HELLO"
               WHEN "STEP-CMD-POSTMAST"
               WHEN "STEP-CMD-ARCHHIST"
               WHEN "STEP-CMD-DLSPLIT"
               WHEN "STEP-CMD-NIGHTBAL"
      *> Chain step commands, read by CHAINRST and CATCHUP.
                 CONTINUE
               WHEN OTHER
                 DISPLAY "HELLO: unknown parameter card ["
                         WS-PARM-KEYWORD "] ignored"
                     PERFORM 2900-WRITE-CHECKPOINT
                   END-IF
                 END-IF
      *> An effective-dated change is part of its batch's trailer
      *> count and checksum, but PENDREL posts it on its effective
      *> date, not tonight: it is not validated or merged here.
               WHEN IN-REC-IS-EFFECTIVE
                 ADD 1 TO WS-RECORD-COUNT
                 ADD 1 TO WS-BATCH-DETAIL-COUNT
                 PERFORM 2250-ACCUMULATE-CHECKSUM
                 DISPLAY "Pending: " IN-FILE-REC
               WHEN IN-REC-IS-TRAILER
                 PERFORM 2235-VALIDATE-TRAILER
                 IF WS-RECORD-IS-VALID
                 END-IF
               ELSE
                 PERFORM 3100-OPEN-DELTA-FILE
                 PERFORM 3020-OPEN-RELEASE-FILE
      *> The KSDS hands details back in (batch, key) order; the merge
      *> against the key-ordered master needs them in business key
      *> order, so accepted details pass through the sort first.
                   INPUT PROCEDURE IS 3050-RELEASE-DETAILS
                   OUTPUT PROCEDURE IS 3150-MERGE-DETAILS
                 CLOSE IN-FILE
                 IF WS-RELFILE-USABLE
                   CLOSE REL-FILE
                 END-IF
                 IF WS-RELEASED-COUNT > 0
                   DISPLAY "Release: " WS-RELEASED-COUNT
                           " effective-dated changes taken into "
                           "tonight's reconciliation"
                 END-IF
                 PERFORM 3700-WRITE-DELTA-TRAILER
                 DISPLAY "Recon  : added " WS-ADDED-COUNT
                         " changed " WS-CHANGED-COUNT
                         " deleted " WS-DELETED-COUNT
                         " held " WS-HELD-COUNT
               END-IF
               CLOSE MASTER-FILE
             END-IF
           END-IF.

       3020-OPEN-RELEASE-FILE.
      *> No release file means PENDREL has never run: nothing falls
      *> due tonight.
           OPEN INPUT REL-FILE.
           IF REL-FILE-OK
             SET WS-RELFILE-USABLE TO TRUE
           END-IF.

       3050-RELEASE-DETAILS.
           IF WS-RELFILE-USABLE
             PERFORM 3070-RELEASE-DUE-CHANGES
           END-IF.
           PERFORM UNTIL WS-SCAN-EOF
             READ IN-FILE NEXT RECORD
               AT END
               NOT AT END
                 IF IN-REC-IS-DETAIL
                   PERFORM 3320-CHECK-KEY-REJECTED
                   PERFORM 3330-CHECK-KEY-RELEASED
                   IF NOT WS-KEY-WAS-REJECTED
                      AND NOT WS-KEY-WAS-RELEASED
                     MOVE IN-REC-KEY  TO SORT-KEY
                     MOVE IN-REC-DATA TO SORT-DATA
                     RELEASE SORT-REC
                   END-IF
                 END-IF
                 IF IN-REC-IS-HEADER
                    AND IH-OFFICE-CODE NOT = SPACES
                   PERFORM 3060-NOTE-REPORTING-OFFICE
                 END-IF
             END-READ
           END-PERFORM.

       3070-RELEASE-DUE-CHANGES.
      *> A change PENDREL released for tonight goes into the merge
      *> as though tonight's feed had carried that value for the
      *> key, and the feed's own detail for the key stands aside, so
      *> it surfaces in delta.dat as an ordinary add or change.
      *> POSTMAST does the same, so the two sets of counts still
      *> balance. A release file from an earlier night is ignored.
           PERFORM UNTIL WS-REL-EOF
             READ REL-FILE NEXT RECORD
               AT END
                 SET WS-REL-EOF TO TRUE
               NOT AT END
                 IF RL-RELEASE-DATE = WS-CURR-DATE-NUM
                   ADD 1 TO WS-RELEASED-COUNT
                   MOVE RL-KEY  TO SORT-KEY
                   MOVE RL-DATA TO SORT-DATA
                   RELEASE SORT-REC
                 END-IF
             END-READ
           END-PERFORM.

       3060-NOTE-REPORTING-OFFICE.
      *> Every header passes through here, restart or not, because
      *> the release pass reads the whole KSDS.
           MOVE IH-OFFICE-CODE TO WS-CHECK-OFFICE.
           PERFORM 3520-CHECK-OFFICE-REPORTED.
           IF NOT WS-OFFICE-REPORTED
             IF WS-REPORTING-COUNT < 99
               ADD 1 TO WS-REPORTING-COUNT
               MOVE IH-OFFICE-CODE
                 TO WS-REPORTING-OFFICE(WS-REPORTING-COUNT)
             ELSE
               IF NOT WS-OFFICE-TABLE-FULL
                 DISPLAY "HELLO: more than 99 offices reported - "
                         "later ones are held as silent"
                 SET WS-OFFICE-TABLE-FULL TO TRUE
                 IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
                 END-IF
               END-IF
             END-IF
           END-IF.

       3100-OPEN-DELTA-FILE.
           OPEN OUTPUT DELTA-FILE.
           IF DELTA-FILE-OK
             MOVE WS-CURR-DATE-NUM TO DH-RUN-DATE
             MOVE WS-CURR-TIME-NUM TO DH-RUN-TIME
             WRITE DELTA-HEADER-REC
             PERFORM 3120-COPY-ADJUSTMENTS
           ELSE
             DISPLAY "HELLO: could not open delta interface file, "
                     "status " DELTA-FILE-STATUS " - billing "
             END-IF
           END-IF.

       3120-COPY-ADJUSTMENTS.
      *> Only adjustments keyed before this run started are taken;
      *> DLSPLIT clears the same ones once they are delivered, so a
      *> change keyed while the chain runs waits for tomorrow rather
      *> than being lost. A missing file just means no adjustments.
           OPEN INPUT ADJUST-FILE.
           IF ADJUST-FILE-OK
             PERFORM UNTIL WS-ADJUST-EOF
               READ ADJUST-FILE
                 AT END
                   SET WS-ADJUST-EOF TO TRUE
                 NOT AT END
                   IF AJ-ENTRY-DATE < WS-CURR-DATE-NUM
                      OR (AJ-ENTRY-DATE = WS-CURR-DATE-NUM
                          AND AJ-ENTRY-TIME <= WS-CURR-TIME-NUM)
                     PERFORM 3130-WRITE-ONE-ADJUSTMENT
                   END-IF
               END-READ
             END-PERFORM
             CLOSE ADJUST-FILE
             IF WS-ADJ-ADDED-COUNT > 0 OR WS-ADJ-CHANGED-COUNT > 0
                OR WS-ADJ-DELETED-COUNT > 0
               DISPLAY "Adjust : added " WS-ADJ-ADDED-COUNT
                       " changed " WS-ADJ-CHANGED-COUNT
                       " deleted " WS-ADJ-DELETED-COUNT
                       " by manual maintenance"
             END-IF
           END-IF.

       3130-WRITE-ONE-ADJUSTMENT.
           EVALUATE AJ-TRANS-CODE
             WHEN "A"
               ADD 1 TO WS-ADJ-ADDED-COUNT
             WHEN "C"
               ADD 1 TO WS-ADJ-CHANGED-COUNT
             WHEN "D"
               ADD 1 TO WS-ADJ-DELETED-COUNT
           END-EVALUATE.
           MOVE AJ-DELTA-IMAGE TO DELTA-REC.
           WRITE DELTA-REC.

       3150-MERGE-DETAILS.
           PERFORM 3200-READ-MASTER-NEXT.
           PERFORM 3300-READ-DETAIL-NEXT.
             END-READ
           END-IF.

       3330-CHECK-KEY-RELEASED.
           MOVE "N" TO WS-KEY-RELEASED-FLAG.
           IF WS-RELFILE-USABLE AND WS-RELEASED-COUNT > 0
             MOVE IN-REC-KEY TO RL-KEY
             READ REL-FILE
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 IF RL-RELEASE-DATE = WS-CURR-DATE-NUM
                   SET WS-KEY-WAS-RELEASED TO TRUE
                 END-IF
             END-READ
           END-IF.

       3400-ADDED-RECORD.
           ADD 1 TO WS-ADDED-COUNT.
           DISPLAY "Added  : " SORT-KEY " " SORT-DATA.
           END-IF.

       3500-DELETED-SINCE-MASTER.
      *> A key owned by an office that did not report tonight is not
      *> a deletion: it is listed as held and no "D" delta goes to
      *> billing. Keys with no owning office on record delete as they
      *> always have.
           MOVE MS-OFFICE TO WS-CHECK-OFFICE.
           PERFORM 3520-CHECK-OFFICE-REPORTED.
           IF MS-OFFICE NOT = SPACES AND NOT WS-OFFICE-REPORTED
             ADD 1 TO WS-HELD-COUNT
             DISPLAY "Held   : " MS-KEY " " MS-DATA
                     " office " MS-OFFICE " did not report"
           ELSE
             ADD 1 TO WS-DELETED-COUNT
             DISPLAY "Deleted: " MS-KEY " " MS-DATA
             IF DELTA-FILE-OK
               MOVE SPACES  TO DELTA-REC
               MOVE "D"     TO DL-REC-TYPE
               MOVE "D"     TO DL-TRANS-CODE
               MOVE MS-KEY  TO DL-KEY
               MOVE MS-DATA TO DL-OLD-DATA
               WRITE DELTA-REC
             END-IF
           END-IF.

       3520-CHECK-OFFICE-REPORTED.
           MOVE "N" TO WS-OFFICE-REPORTED-FLAG.
           PERFORM VARYING WS-RPT-OFC-IDX FROM 1 BY 1
               UNTIL WS-RPT-OFC-IDX > WS-REPORTING-COUNT
                  OR WS-OFFICE-REPORTED
             IF WS-REPORTING-OFFICE(WS-RPT-OFC-IDX) = WS-CHECK-OFFICE
               SET WS-OFFICE-REPORTED TO TRUE
             END-IF
           END-PERFORM.

       3600-COMPARE-MATCHED.
           IF SORT-DATA NOT = MS-DATA
             ADD 1 TO WS-CHANGED-COUNT
           IF DELTA-FILE-OK
             MOVE SPACES           TO DELTA-TRAILER-REC
             MOVE "T"              TO DT-REC-TYPE
             COMPUTE DT-ADDED-CNT =
               WS-ADDED-COUNT + WS-ADJ-ADDED-COUNT
             COMPUTE DT-CHANGED-CNT =
               WS-CHANGED-COUNT + WS-ADJ-CHANGED-COUNT
             COMPUTE DT-DELETED-CNT =
               WS-DELETED-COUNT + WS-ADJ-DELETED-COUNT
             WRITE DELTA-TRAILER-REC
             CLOSE DELTA-FILE
           END-IF.
