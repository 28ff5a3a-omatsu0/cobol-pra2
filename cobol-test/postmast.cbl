              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RK-KEY
              STATUS REJKEY-FILE-STATUS.
            SELECT REL-FILE ASSIGN TO "RELFILE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RL-KEY
              STATUS REL-FILE-STATUS.
            SELECT PRINT-FILE ASSIGN TO 'post.rpt'
              ORGANIZATION IS LINE SEQUENTIAL
              STATUS PRINT-FILE-STATUS.
            SELECT RUN-HISTORY-FILE ASSIGN TO 'runhist.log'
              ORGANIZATION IS LINE SEQUENTIAL
              STATUS RUN-HISTORY-STATUS.
            SELECT JOURNAL-FILE ASSIGN TO 'postjrnl.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              STATUS JOURNAL-FILE-STATUS.
       DATA DIVISION.
         FILE SECTION.
        FD  IN-FILE.
            05  MS-KEY              PIC X(9).
                88  MS-IS-CONTROL       VALUE "*CONTROL*".
            05  MS-DATA             PIC X(10).
            05  MS-OFFICE           PIC X(5).
            05  FILLER              PIC X(4).
        01  MASTER-CTL-REC.
            05  MC-KEY              PIC X(9).
            05  MC-RECORD-COUNT     PIC 9(9).
      *> dated header and a count trailer, type code in byte 1, so a
      *> restore can prove which day it is putting back and that the
      *> generation is complete.
      *> The owning office rides at the end of each data record; a
      *> generation cut before offices were carried reads back with
      *> it blank.
        01  BACKUP-REC.
            05  BK-REC-TYPE         PIC X.
            05  BK-KEY              PIC X(9).
            05  BK-DATA             PIC X(10).
            05  BK-OFFICE           PIC X(5).
        01  BACKUP-HEADER-REC.
            05  BH-REC-TYPE         PIC X.
            05  BH-BACKUP-DATE      PIC 9(8).
            05  FILLER              PIC X(16).
        01  BACKUP-TRAILER-REC.
            05  BT-REC-TYPE         PIC X.
            05  BT-RECORD-COUNT     PIC 9(9).
            05  FILLER              PIC X(15).
        FD  BACKUP2-FILE.
        01  BACKUP2-REC             PIC X(25).
        FD  BACKUP3-FILE.
        01  BACKUP3-REC             PIC X(25).
        FD  REJKEY-FILE.
      *> Must mirror hello2.cbl's REJKEY-REC exactly: HELLO builds
      *> this keyed exclusion store as records reject, and it is the
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
        FD  PRINT-FILE.
        01  PRINT-REC PIC X(80).
        FD  STATUS-FILE.
        01  PARM-REC PIC X(80).
        FD  RUN-HISTORY-FILE.
        01  RUN-HISTORY-REC PIC X(132).
        FD  JOURNAL-FILE.
      *> Posting journal: one record per master key this step adds,
      *> replaces or drops, with the record as it stood before and
      *> after, appended run after run. MBACKOUT reads it to reverse
      *> single keys of one posting date without restoring a whole
      *> generation, and journals its own reversals here as "B".
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
        SD  SORT-FILE.
      *> Details arrive from the KSDS in (batch, key) order; posting
      *> against the key-ordered master needs them in pure business
        01  SORT-REC.
            05  SORT-KEY            PIC X(9).
            05  SORT-DATA           PIC X(10).
            05  SORT-OFFICE         PIC X(5).
      *> Journaled as the change's source: POSTMAST for the feed,
      *> PENDREL for an effective-dated change released tonight.
            05  SORT-SOURCE         PIC X(8).
         WORKING-STORAGE SECTION.
        01  IN-FILE-STATUS              PIC XX.
            88  IN-FILE-OK                  VALUE "00".
            88  PARM-FILE-OK                VALUE "00".
        01  RUN-HISTORY-STATUS          PIC XX.
            88  RUN-HISTORY-OK              VALUE "00".
        01  JOURNAL-FILE-STATUS         PIC XX.
            88  JOURNAL-FILE-OK             VALUE "00".
        01  WS-JOURNAL-OPEN-FLAG        PIC X VALUE "N".
            88  WS-JOURNAL-IS-OPEN          VALUE "Y".
        01  WS-JOURNAL-COUNT            PIC 9(9) VALUE 0.
        01  WS-JOURNAL-LINE.
      *> Built here and moved to the FD record area only once the
      *> journal is open, as the audit trail is.
            05  WS-JL-POST-DATE     PIC 9(8) VALUE ZERO.
            05  FILLER              PIC X VALUE SPACE.
            05  WS-JL-POST-TIME     PIC 9(6) VALUE ZERO.
            05  FILLER              PIC X VALUE SPACE.
            05  WS-JL-ACTION        PIC X VALUE SPACE.
            05  FILLER              PIC X VALUE SPACE.
            05  WS-JL-KEY           PIC X(9) VALUE SPACES.
            05  FILLER              PIC X VALUE SPACE.
            05  WS-JL-BEFORE-DATA   PIC X(10) VALUE SPACES.
            05  WS-JL-BEFORE-OFFICE PIC X(5) VALUE SPACES.
            05  FILLER              PIC X VALUE SPACE.
            05  WS-JL-AFTER-DATA    PIC X(10) VALUE SPACES.
            05  WS-JL-AFTER-OFFICE  PIC X(5) VALUE SPACES.
            05  FILLER              PIC X VALUE SPACE.
            05  WS-JL-SOURCE        PIC X(8) VALUE "POSTMAST".
        01  WS-PARM-EOF-FLAG            PIC X VALUE "N".
            88  WS-PARM-EOF                 VALUE "Y".
        01  WS-PARM-KEYWORD             PIC X(20).
        01  WS-BACKUP-COUNT             PIC 9(9) VALUE 0.
        01  WS-KEY-WAS-REJECTED-FLAG    PIC X VALUE "N".
            88  WS-KEY-WAS-REJECTED         VALUE "Y".
        01  REL-FILE-STATUS             PIC XX.
            88  REL-FILE-OK                 VALUE "00".
        01  WS-RELFILE-FLAG             PIC X VALUE "N".
            88  WS-RELFILE-USABLE           VALUE "Y".
        01  WS-REL-EOF-FLAG             PIC X VALUE "N".
            88  WS-REL-EOF                  VALUE "Y".
        01  WS-KEY-RELEASED-FLAG        PIC X VALUE "N".
            88  WS-KEY-WAS-RELEASED         VALUE "Y".
        01  WS-RELEASED-COUNT           PIC 9(9) VALUE 0.
      *> Details sort before their batch's header in the KSDS, so the
      *> sending office of each batch is collected in a first pass
      *> over the file, as ARCHHIST collects batch dates. The offices
      *> that reported tonight are what protect the keys of those
      *> that did not: a key owned by a silent office is held on the
      *> master, not dropped, because its absence from the feed says
      *> nothing about whether the office still holds it.
        01  WS-OFFICE-SCAN-EOF-FLAG     PIC X VALUE "N".
            88  WS-OFFICE-SCAN-EOF          VALUE "Y".
        01  WS-BATCH-OFFICE-TABLE.
            05  WS-BATCH-OFFICE-ENTRY PIC X(5) OCCURS 99 TIMES
                                    VALUE SPACES.
        01  WS-REPORTING-COUNT          PIC 9(2) COMP VALUE 0.
        01  WS-REPORTING-TABLE.
            05  WS-REPORTING-OFFICE PIC X(5) OCCURS 99 TIMES.
        01  WS-OFFICE-TABLE-FULL-FLAG   PIC X VALUE "N".
            88  WS-OFFICE-TABLE-FULL        VALUE "Y".
        01  WS-RPT-OFC-IDX              PIC 9(2) COMP.
        01  WS-CHECK-OFFICE             PIC X(5).
        01  WS-OFFICE-REPORTED-FLAG     PIC X VALUE "N".
            88  WS-OFFICE-REPORTED          VALUE "Y".
        01  WS-HELD-COUNT               PIC 9(9) VALUE 0.
        01  WS-PAGE-COUNT               PIC 9(4) VALUE 0.
        01  WS-LINE-COUNT               PIC 9(4) VALUE 0.
        01  WS-LINES-PER-PAGE           PIC 9(4) VALUE 20.
            05  FILLER              PIC X(3)  VALUE SPACES.
            05  FILLER              PIC X(6)  VALUE "Data :".
            05  WS-RPT-P-DATA       PIC X(10).
            05  FILLER              PIC X(3)  VALUE SPACES.
            05  FILLER              PIC X(8)  VALUE "Office :".
            05  WS-RPT-P-OFFICE     PIC X(5).
        01  WS-RPT-POSTTOT-LINE.
            05  FILLER              PIC X(6)  VALUE "Added:".
            05  WS-RPT-T-ADDED      PIC ZZZ,ZZZ,ZZ9.
            05  FILLER              PIC X(2)  VALUE SPACES.
            05  FILLER              PIC X(8)  VALUE "Dropped:".
            05  WS-RPT-T-DROPPED    PIC ZZZ,ZZZ,ZZ9.
            05  FILLER              PIC X(2)  VALUE SPACES.
            05  FILLER              PIC X(5)  VALUE "Held:".
            05  WS-RPT-T-HELD       PIC ZZZ,ZZZ,ZZ9.
        01  WS-RPT-MASTTOT-LINE.
            05  FILLER              PIC X(10) VALUE "Unchanged:".
            05  WS-RPT-T-UNCHANGED  PIC ZZZ,ZZZ,ZZ9.
            05  FILLER              PIC X(3)  VALUE SPACES.
            05  FILLER              PIC X(6)  VALUE "Pages:".
            05  WS-RPT-F-PAGES      PIC ZZZ9.
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

             PERFORM 1000-BACKUP-MASTER
           END-IF.
           IF WS-POSTING-OK
             PERFORM 1500-COLLECT-BATCH-OFFICES
             PERFORM 9200-OPEN-PRINT-FILE
             PERFORM 2000-POST-MASTER
             PERFORM 9230-WRITE-REPORT-FOOTER

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
               DISPLAY "POSTMAST: processing as business date "
                       WS-CURR-DATE-NUM
           END-EVALUATE.
           IF NOT WS-BUS-DATE-OK
             DISPLAY "POSTMAST: CHAIN_BUSINESS_DATE [" WS-BUSINESS-DATE
                     "] is not a usable date - today's date used"
             IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF.

       0400-READ-WINDOW-CUTOFF.
      *> Only the WINDOW-CUTOFF card matters to this step; the rest
      *> of the run-control cards are HELLO's and are passed over. A
                       MOVE "D"     TO BK-REC-TYPE
                       MOVE MS-KEY  TO BK-KEY
                       MOVE MS-DATA TO BK-DATA
                       MOVE MS-OFFICE TO BK-OFFICE
                       WRITE BACKUP-REC
                       ADD 1 TO WS-BACKUP-COUNT
                     END-IF
             MOVE "N" TO WS-POSTING-OK-FLAG
           END-IF.

       1500-COLLECT-BATCH-OFFICES.
      *> An IN-FILE that will not open here is left for 2000 to
      *> report; with no offices collected nothing is held.
           OPEN INPUT IN-FILE.
           IF IN-FILE-OK
             PERFORM UNTIL WS-OFFICE-SCAN-EOF
               READ IN-FILE NEXT RECORD
                 AT END
                   SET WS-OFFICE-SCAN-EOF TO TRUE
                 NOT AT END
                   IF IN-REC-IS-HEADER
                      AND IH-BATCH-NO NUMERIC
                      AND IH-BATCH-NO > 0
                     MOVE IH-OFFICE-CODE
                       TO WS-BATCH-OFFICE-ENTRY(IH-BATCH-NO)
                     PERFORM 1550-NOTE-REPORTING-OFFICE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE IN-FILE
           END-IF.

       1550-NOTE-REPORTING-OFFICE.
           IF IH-OFFICE-CODE NOT = SPACES
             MOVE IH-OFFICE-CODE TO WS-CHECK-OFFICE
             PERFORM 3520-CHECK-OFFICE-REPORTED
             IF NOT WS-OFFICE-REPORTED
               IF WS-REPORTING-COUNT < 99
                 ADD 1 TO WS-REPORTING-COUNT
                 MOVE IH-OFFICE-CODE
                   TO WS-REPORTING-OFFICE(WS-REPORTING-COUNT)
               ELSE
                 IF NOT WS-OFFICE-TABLE-FULL
                   DISPLAY "POSTMAST: more than 99 offices reported - "
                           "later ones are held as silent"
                   SET WS-OFFICE-TABLE-FULL TO TRUE
                   IF RETURN-CODE < 4
                     MOVE 4 TO RETURN-CODE
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-IF.

       2000-POST-MASTER.
           OPEN INPUT BACKUP-FILE.
           IF NOT BACKUP-FILE-OK
                 CLOSE IN-FILE
               ELSE
                 PERFORM 2100-WRITE-HELD-CONTROL
                 PERFORM 2200-OPEN-JOURNAL
                 PERFORM 2300-OPEN-RELEASE-FILE
                 SORT SORT-FILE ON ASCENDING KEY SORT-KEY
                   INPUT PROCEDURE IS 3050-RELEASE-DETAILS
                   OUTPUT PROCEDURE IS 3150-POST-DETAILS
                 IF WS-RELFILE-USABLE
                   CLOSE REL-FILE
                 END-IF
                 IF WS-RELEASED-COUNT > 0
                   DISPLAY "POSTMAST: " WS-RELEASED-COUNT
                           " effective-dated changes released "
                           "into tonight's posting"
                 END-IF
                 PERFORM 2900-STAMP-MASTER-CONTROL
                 IF WS-JOURNAL-IS-OPEN
                   CLOSE JOURNAL-FILE
                   DISPLAY "POSTMAST: journaled " WS-JOURNAL-COUNT
                           " master changes dated " WS-CURR-DATE-NUM
                 END-IF
                 CLOSE MASTER-FILE
                 CLOSE IN-FILE
                 CLOSE BACKUP-FILE
             MOVE 16 TO RETURN-CODE
           END-IF.

       2200-OPEN-JOURNAL.
      *> The journal is the key-level recovery path, not the posting
      *> itself: a journal that will not open is a warning, and the
      *> backup generation still protects tonight's run as before.
           OPEN EXTEND JOURNAL-FILE.
           IF NOT JOURNAL-FILE-OK
             CLOSE JOURNAL-FILE
             OPEN OUTPUT JOURNAL-FILE
           END-IF.
           IF JOURNAL-FILE-OK
             SET WS-JOURNAL-IS-OPEN TO TRUE
           ELSE
             DISPLAY "POSTMAST: could not open posting journal, "
                     "status " JOURNAL-FILE-STATUS " - tonight's "
                     "changes cannot be backed out by key"
             IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF.

       2300-OPEN-RELEASE-FILE.
      *> No release file means PENDREL has never run: nothing falls
      *> due tonight.
           OPEN INPUT REL-FILE.
           IF REL-FILE-OK
             SET WS-RELFILE-USABLE TO TRUE
           END-IF.

       2900-STAMP-MASTER-CONTROL.
           MOVE SPACES               TO MASTER-CTL-REC.
           MOVE "*CONTROL*"          TO MC-KEY.
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
                     MOVE WS-BATCH-OFFICE-ENTRY(IN-REC-BATCH-NO)
                       TO SORT-OFFICE
                     MOVE "POSTMAST"  TO SORT-SOURCE
                     RELEASE SORT-REC
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

       3070-RELEASE-DUE-CHANGES.
      *> Same rule as HELLO's reconciliation: a change PENDREL
      *> released for tonight posts in place of the feed's value for
      *> the key, under the office that sent it, so the two steps'
      *> counts still balance. A release file from an earlier night
      *> is ignored.
           PERFORM UNTIL WS-REL-EOF
             READ REL-FILE NEXT RECORD
               AT END
                 SET WS-REL-EOF TO TRUE
               NOT AT END
                 IF RL-RELEASE-DATE = WS-CURR-DATE-NUM
                   ADD 1 TO WS-RELEASED-COUNT
                   MOVE RL-KEY    TO SORT-KEY
                   MOVE RL-DATA   TO SORT-DATA
                   MOVE RL-OFFICE TO SORT-OFFICE
                   MOVE "PENDREL" TO SORT-SOURCE
                   RELEASE SORT-REC
                 END-IF
             END-READ
           END-PERFORM.

       3150-POST-DETAILS.
           PERFORM 3200-READ-BACKUP-NEXT.
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

       3400-ADD-MASTER-RECORD.
           ADD 1 TO WS-ADDED-COUNT.
           MOVE SPACES    TO MASTER-REC.
           MOVE SORT-KEY  TO MS-KEY.
           MOVE SORT-DATA TO MS-DATA.
           MOVE SORT-OFFICE TO MS-OFFICE.
           PERFORM 3700-ACCUMULATE-MASTER-SUM.
           WRITE MASTER-REC.
           ADD 1 TO WS-MASTER-OUT-COUNT.
           MOVE "ADDED"   TO WS-RPT-P-ACTION.
           MOVE SORT-KEY  TO WS-RPT-P-KEY.
           MOVE SORT-DATA TO WS-RPT-P-DATA.
           MOVE SORT-OFFICE TO WS-RPT-P-OFFICE.
           PERFORM 9220-WRITE-POST-LINE.
           MOVE "A"         TO WS-JL-ACTION.
           MOVE SORT-KEY    TO WS-JL-KEY.
           MOVE SPACES      TO WS-JL-BEFORE-DATA.
           MOVE SPACES      TO WS-JL-BEFORE-OFFICE.
           MOVE SORT-DATA   TO WS-JL-AFTER-DATA.
           MOVE SORT-OFFICE TO WS-JL-AFTER-OFFICE.
           MOVE SORT-SOURCE TO WS-JL-SOURCE.
           PERFORM 3800-WRITE-JOURNAL-RECORD.

       3500-DROP-MASTER-RECORD.
      *> A key missing from the feed is dropped only when the office
      *> that owns it reported tonight. A key owned by a silent office
      *> is written back untouched and listed as HELD; HELLO holds the
      *> same keys out of its Deleted count, so the Dropped totals
      *> still balance. Keys with no owning office on record drop as
      *> they always have.
           MOVE BK-OFFICE TO WS-CHECK-OFFICE.
           PERFORM 3520-CHECK-OFFICE-REPORTED.
           IF BK-OFFICE NOT = SPACES AND NOT WS-OFFICE-REPORTED
             ADD 1 TO WS-HELD-COUNT
             MOVE SPACES    TO MASTER-REC
             MOVE BK-KEY    TO MS-KEY
             MOVE BK-DATA   TO MS-DATA
             MOVE BK-OFFICE TO MS-OFFICE
             PERFORM 3700-ACCUMULATE-MASTER-SUM
             WRITE MASTER-REC
             ADD 1 TO WS-MASTER-OUT-COUNT
             MOVE "HELD"    TO WS-RPT-P-ACTION
           ELSE
             ADD 1 TO WS-DROPPED-COUNT
             MOVE "DROPPED" TO WS-RPT-P-ACTION
             MOVE "D"       TO WS-JL-ACTION
             MOVE BK-KEY    TO WS-JL-KEY
             MOVE BK-DATA   TO WS-JL-BEFORE-DATA
             MOVE BK-OFFICE TO WS-JL-BEFORE-OFFICE
             MOVE SPACES    TO WS-JL-AFTER-DATA
             MOVE SPACES    TO WS-JL-AFTER-OFFICE
             MOVE "POSTMAST" TO WS-JL-SOURCE
             PERFORM 3800-WRITE-JOURNAL-RECORD
           END-IF.
           MOVE BK-KEY      TO WS-RPT-P-KEY.
           MOVE BK-DATA     TO WS-RPT-P-DATA.
           MOVE BK-OFFICE   TO WS-RPT-P-OFFICE.
           PERFORM 9220-WRITE-POST-LINE.

       3520-CHECK-OFFICE-REPORTED.
           MOVE "N" TO WS-OFFICE-REPORTED-FLAG.
           PERFORM VARYING WS-RPT-OFC-IDX FROM 1 BY 1
               UNTIL WS-RPT-OFC-IDX > WS-REPORTING-COUNT
                  OR WS-OFFICE-REPORTED
             IF WS-REPORTING-OFFICE(WS-RPT-OFC-IDX) = WS-CHECK-OFFICE
               SET WS-OFFICE-REPORTED TO TRUE
             END-IF
           END-PERFORM.

       3600-POST-MATCHED-RECORD.
      *> The key belongs to whichever office last sent it; a detail
      *> from a batch with no office on its header keeps the owner
      *> already on the master.
           MOVE SPACES     TO MASTER-REC.
           MOVE BK-KEY     TO MS-KEY.
           IF SORT-OFFICE NOT = SPACES
             MOVE SORT-OFFICE TO MS-OFFICE
           ELSE
             MOVE BK-OFFICE   TO MS-OFFICE
           END-IF.
           MOVE MS-OFFICE  TO WS-RPT-P-OFFICE.
           IF SORT-DATA NOT = BK-DATA
             ADD 1 TO WS-REPLACED-COUNT
             MOVE SORT-DATA  TO MS-DATA
             ADD 1 TO WS-UNCHANGED-COUNT
             MOVE BK-DATA TO MS-DATA
           END-IF.
      *> A change of owner alone is journaled as a replacement too,
      *> though it is counted unchanged as HELLO counts it: MBACKOUT
      *> can then reverse it, and sees it as a posting of the key.
           IF SORT-DATA NOT = BK-DATA
              OR MS-OFFICE NOT = BK-OFFICE
             MOVE "R"        TO WS-JL-ACTION
             MOVE BK-KEY     TO WS-JL-KEY
             MOVE BK-DATA    TO WS-JL-BEFORE-DATA
             MOVE BK-OFFICE  TO WS-JL-BEFORE-OFFICE
             MOVE MS-DATA    TO WS-JL-AFTER-DATA
             MOVE MS-OFFICE  TO WS-JL-AFTER-OFFICE
             MOVE SORT-SOURCE TO WS-JL-SOURCE
             PERFORM 3800-WRITE-JOURNAL-RECORD
           END-IF.
           PERFORM 3700-ACCUMULATE-MASTER-SUM.
           WRITE MASTER-REC.
           ADD 1 TO WS-MASTER-OUT-COUNT.
             ADD WS-CHECKSUM-CHAR-VAL TO WS-MASTER-CHECKSUM
           END-PERFORM.

       3800-WRITE-JOURNAL-RECORD.
      *> Dated with the posting run's own date and start time, so
      *> every change of one run carries the same stamp.
           IF WS-JOURNAL-IS-OPEN
             MOVE WS-CURR-DATE-NUM  TO WS-JL-POST-DATE
             MOVE WS-START-TIME-NUM TO WS-JL-POST-TIME
             MOVE WS-JOURNAL-LINE   TO JOURNAL-REC
             WRITE JOURNAL-REC
             ADD 1 TO WS-JOURNAL-COUNT
           END-IF.

       9000-DISPLAY-TOTALS.
           DISPLAY "Posting: added " WS-ADDED-COUNT
                   " replaced " WS-REPLACED-COUNT
                   " dropped " WS-DROPPED-COUNT
                   " unchanged " WS-UNCHANGED-COUNT.
           IF WS-HELD-COUNT > 0
             DISPLAY "POSTMAST: held " WS-HELD-COUNT
                     " keys of offices that did not report tonight"
           END-IF.
           DISPLAY "POSTMAST: master now holds " WS-MASTER-OUT-COUNT
                   " records, prior generation held "
                   WS-BACKUP-COUNT.
             MOVE WS-ADDED-COUNT     TO WS-RPT-T-ADDED
             MOVE WS-REPLACED-COUNT  TO WS-RPT-T-REPLACED
             MOVE WS-DROPPED-COUNT   TO WS-RPT-T-DROPPED
             MOVE WS-HELD-COUNT      TO WS-RPT-T-HELD
             MOVE WS-RPT-POSTTOT-LINE TO PRINT-REC
             WRITE PRINT-REC
             ADD 1 TO WS-REPORT-LINE-TOTAL
