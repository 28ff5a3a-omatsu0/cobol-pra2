000000 IDENTIFICATION DIVISION.
000010 PROGRAM-ID.    HISTMNTH.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
          FILE-CONTROL.
            SELECT HISTORY-FILE ASSIGN TO "HISTFILE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS HI-REC-KEY
              STATUS HISTORY-FILE-STATUS.
            SELECT MASTER-FILE ASSIGN TO "MASTERFILE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MS-KEY
              STATUS MASTER-FILE-STATUS.
            SELECT PRINT-FILE ASSIGN TO 'histmnth.rpt'
              ORGANIZATION IS LINE SEQUENTIAL
              STATUS PRINT-FILE-STATUS.
       DATA DIVISION.
         FILE SECTION.
        FD  HISTORY-FILE.
      *> Must mirror archhist.cbl's HISTORY-REC exactly: both
      *> programs declare the same physical history KSDS. Each batch
      *> date holds that night's whole accepted feed in business key
      *> order, so the month is read as a run of nightly snapshots.
        01  HISTORY-REC.
            05  HI-REC-KEY.
                10  HI-BATCH-DATE   PIC X(8).
                10  HI-KEY          PIC X(9).
            05  HI-DATA             PIC X(10).
        FD  MASTER-FILE.
      *> Must mirror hello2.cbl's master layout exactly.
        01  MASTER-REC.
            05  MS-KEY              PIC X(9).
                88  MS-IS-CONTROL       VALUE "*CONTROL*".
            05  MS-DATA             PIC X(10).
            05  MS-OFFICE           PIC X(5).
            05  FILLER              PIC X(4).
        FD  PRINT-FILE.
        01  PRINT-REC PIC X(80).
         WORKING-STORAGE SECTION.
        01  HISTORY-FILE-STATUS         PIC XX.
            88  HISTORY-FILE-OK             VALUE "00".
        01  MASTER-FILE-STATUS          PIC XX.
            88  MASTER-FILE-OK              VALUE "00".
        01  PRINT-FILE-STATUS           PIC XX.
            88  PRINT-FILE-OK               VALUE "00".
        01  WS-HISTORY-EOF-FLAG         PIC X VALUE "N".
            88  WS-HISTORY-EOF              VALUE "Y".
        01  WS-MASTER-EOF-FLAG          PIC X VALUE "N".
            88  WS-MASTER-EOF               VALUE "Y".
        01  WS-REPORT-OK-FLAG           PIC X VALUE "Y".
            88  WS-REPORT-OK                VALUE "Y".
        01  WS-MONTH-REPLY              PIC X(6).
        01  WS-MONTH-VIEW REDEFINES WS-MONTH-REPLY.
            05  WS-MV-YYYY          PIC 9(4).
            05  WS-MV-MM            PIC 9(2).
        01  WS-DAYS-REPLY               PIC X(5).
        01  WS-BAD-CHAR-COUNT           PIC 9(2).
        01  WS-DORMANT-DAYS             PIC 9(5) VALUE 30.
      *> The month's bounds, the first of the month before (whose
      *> last night is the opening position), and the date a key
      *> must have been unchanged since to count as dormant.
        01  WS-MONTH-START              PIC 9(8).
        01  WS-MONTH-END                PIC 9(8).
        01  WS-NEXT-MONTH-START         PIC 9(8).
        01  WS-PRIOR-MONTH-START        PIC 9(8).
        01  WS-DORMANT-CUTOFF           PIC 9(8).
        01  WS-SCAN-START               PIC 9(8).
        01  WS-BASE-NIGHT               PIC 9(8).
        01  WS-BASE-DONE-FLAG           PIC X.
            88  WS-BASE-DONE                VALUE "Y".
        01  WS-DATE-WORK.
            05  WS-DW-YYYY          PIC 9(4).
            05  WS-DW-MM            PIC 9(2).
            05  WS-DW-DD            PIC 9(2).
        01  WS-DATE-WORK-NUM REDEFINES WS-DATE-WORK PIC 9(8).
        01  WS-INT-WORK                 PIC 9(9).
        01  WS-CUTOFF-INT               PIC 9(9).
        01  WS-THIS-DATE                PIC X(8) VALUE SPACES.
        01  WS-THIS-DATE-NUM            PIC 9(8) VALUE 0.
        01  WS-FIRST-DATE               PIC 9(8) VALUE 0.
        01  WS-LAST-DATE                PIC 9(8) VALUE 0.
        01  WS-OPENING-DATE             PIC 9(8) VALUE 0.
        01  WS-MONTH-DATE-COUNT         PIC 9(3) VALUE 0.
        01  WS-COUNTING-FLAG            PIC X VALUE "N".
            88  WS-COUNTING                 VALUE "Y".
        01  WS-BASELINE-FLAG            PIC X VALUE "N".
            88  WS-BASELINE-SEEN            VALUE "Y".
      *> One entry per key seen anywhere in the history window, kept
      *> in business key order so each night's snapshot merges
      *> against it in one pass: a key on the night and not in the
      *> table is slotted in where it belongs.
        01  WS-KEY-COUNT                PIC 9(5) COMP VALUE 0.
        01  WS-KEY-IDX                  PIC 9(5) COMP.
        01  WS-KEY-PTR                  PIC 9(5) COMP.
        01  WS-SHIFT-IDX                PIC 9(5) COMP.
        01  WS-KEY-TABLE.
            05  WS-KEY-ENTRY OCCURS 20000 TIMES.
                10  WS-KS-KEY           PIC X(9).
                10  WS-KS-DATA          PIC X(10).
                10  WS-KS-LAST-CHANGE   PIC 9(8).
                10  WS-KS-ADDS          PIC 9(3).
                10  WS-KS-CHANGES       PIC 9(5).
                10  WS-KS-DROPS         PIC 9(3).
                10  WS-KS-PRESENT-FLAG  PIC X.
                    88  WS-KS-PRESENT       VALUE "Y".
                10  WS-KS-SEEN-FLAG     PIC X.
                    88  WS-KS-SEEN          VALUE "Y".
                10  WS-KS-GONE-FLAG     PIC X.
                    88  WS-KS-GONE-IN-MONTH VALUE "Y".
                10  WS-KS-BACK-FLAG     PIC X.
                    88  WS-KS-REAPPEARED    VALUE "Y".
                10  WS-KS-MASTER-FLAG   PIC X.
                    88  WS-KS-ON-MASTER     VALUE "Y".
                10  WS-KS-PICKED-FLAG   PIC X.
                    88  WS-KS-PICKED        VALUE "Y".
        01  WS-ADDED-EVENTS             PIC 9(9) VALUE 0.
        01  WS-CHANGED-EVENTS           PIC 9(9) VALUE 0.
        01  WS-DROPPED-EVENTS           PIC 9(9) VALUE 0.
        01  WS-ADDED-KEYS               PIC 9(9) VALUE 0.
        01  WS-CHANGED-KEYS             PIC 9(9) VALUE 0.
        01  WS-DROPPED-KEYS             PIC 9(9) VALUE 0.
        01  WS-REAPPEARED-KEYS          PIC 9(9) VALUE 0.
        01  WS-DORMANT-KEYS             PIC 9(9) VALUE 0.
        01  WS-MASTER-KEYS              PIC 9(9) VALUE 0.
        01  WS-MASTER-NO-HISTORY        PIC 9(9) VALUE 0.
        01  WS-TOP-RANK                 PIC 9(2) VALUE 0.
        01  WS-TOP-SLOT                 PIC 9(5) COMP.
        01  WS-TOP-CHANGES              PIC 9(5).
        01  WS-PAGE-COUNT               PIC 9(4) VALUE 0.
        01  WS-LINE-COUNT               PIC 9(4) VALUE 0.
        01  WS-LINES-PER-PAGE           PIC 9(4) VALUE 20.
        01  WS-REPORT-LINE-TOTAL        PIC 9(9) VALUE 0.
        01  WS-PRINT-HOLD               PIC X(80).
        01  WS-RPT-HEADER-LINE.
            05  FILLER              PIC X(8)  VALUE "Program:".
            05  WS-RPT-H-PROGRAM    PIC X(8).
            05  FILLER              PIC X(3)  VALUE SPACES.
            05  FILLER              PIC X(5)  VALUE "Date:".
            05  WS-RPT-H-DATE       PIC 9999/99/99.
            05  FILLER              PIC X(3)  VALUE SPACES.
            05  FILLER              PIC X(5)  VALUE "Page:".
            05  WS-RPT-H-PAGE       PIC ZZZ9.
        01  WS-RPT-MONTH-LINE.
            05  FILLER              PIC X(9)  VALUE "Month   :".
            05  WS-RPT-M-MONTH      PIC X(6).
            05  FILLER              PIC X(9)  VALUE " nights: ".
            05  WS-RPT-M-NIGHTS     PIC ZZ9.
            05  FILLER              PIC X(10) VALUE " opening: ".
            05  WS-RPT-M-OPENING    PIC X(8).
            05  FILLER              PIC X(10) VALUE " dormant: ".
            05  WS-RPT-M-DAYS       PIC ZZZZ9.
            05  FILLER              PIC X(5)  VALUE " days".
        01  WS-RPT-ACTIVITY-LINE.
            05  FILLER              PIC X(9)  VALUE "Activity:".
            05  WS-RPT-A-KEY        PIC X(9).
            05  FILLER              PIC X(7)  VALUE " added:".
            05  WS-RPT-A-ADDS       PIC ZZ9.
            05  FILLER              PIC X(9)  VALUE " changed:".
            05  WS-RPT-A-CHANGES    PIC ZZZZ9.
            05  FILLER              PIC X(9)  VALUE " dropped:".
            05  WS-RPT-A-DROPS      PIC ZZ9.
            05  FILLER              PIC X     VALUE SPACE.
            05  WS-RPT-A-PATTERN    PIC X(10).
        01  WS-RPT-TOP-LINE.
            05  FILLER              PIC X(9)  VALUE "Top     :".
            05  WS-RPT-T-RANK       PIC Z9.
            05  FILLER              PIC X     VALUE SPACE.
            05  WS-RPT-T-KEY        PIC X(9).
            05  FILLER              PIC X(9)  VALUE " changed:".
            05  WS-RPT-T-CHANGES    PIC ZZZZ9.
            05  FILLER              PIC X(7)  VALUE " times ".
            05  FILLER              PIC X(5)  VALUE "now [".
            05  WS-RPT-T-DATA       PIC X(10).
            05  FILLER              PIC X     VALUE "]".
        01  WS-RPT-DORMANT-LINE.
            05  FILLER              PIC X(9)  VALUE "Dormant :".
            05  WS-RPT-D-KEY        PIC X(9).
            05  FILLER              PIC X(2)  VALUE " [".
            05  WS-RPT-D-DATA       PIC X(10).
            05  FILLER              PIC X(19)
                                  VALUE "] unchanged since ".
            05  WS-RPT-D-SINCE      PIC 9999/99/99.
        01  WS-RPT-TOTAL-LINE.
            05  FILLER              PIC X(9)  VALUE "Keys    :".
            05  FILLER              PIC X(7)  VALUE " added:".
            05  WS-RPT-K-ADDED      PIC ZZZ,ZZ9.
            05  FILLER              PIC X(9)  VALUE " changed:".
            05  WS-RPT-K-CHANGED    PIC ZZZ,ZZ9.
            05  FILLER              PIC X(9)  VALUE " dropped:".
            05  WS-RPT-K-DROPPED    PIC ZZZ,ZZ9.
        01  WS-RPT-EVENT-LINE.
            05  FILLER              PIC X(9)  VALUE "Events  :".
            05  FILLER              PIC X(7)  VALUE " added:".
            05  WS-RPT-E-ADDED      PIC ZZZ,ZZ9.
            05  FILLER              PIC X(9)  VALUE " changed:".
            05  WS-RPT-E-CHANGED    PIC ZZZ,ZZ9.
            05  FILLER              PIC X(9)  VALUE " dropped:".
            05  WS-RPT-E-DROPPED    PIC ZZZ,ZZ9.
        01  WS-RPT-PATTERN-LINE.
            05  FILLER              PIC X(9)  VALUE "Pattern :".
            05  FILLER              PIC X(12) VALUE " reappeared:".
            05  WS-RPT-P-BACK       PIC ZZZ,ZZ9.
            05  FILLER              PIC X(9)  VALUE " dormant:".
            05  WS-RPT-P-DORMANT    PIC ZZZ,ZZ9.
            05  FILLER              PIC X(8)  VALUE " master:".
            05  WS-RPT-P-MASTER     PIC ZZZ,ZZ9.
            05  FILLER              PIC X(12) VALUE " no history:".
            05  WS-RPT-P-NOHIST     PIC ZZ,ZZ9.
        01  WS-RPT-FOOTER-LINE.
            05  FILLER              PIC X(12) VALUE "Report lines".
            05  FILLER              PIC X     VALUE ":".
            05  WS-RPT-F-LINES      PIC ZZZ,ZZZ,ZZ9.
            05  FILLER              PIC X(3)  VALUE SPACES.
            05  FILLER              PIC X(6)  VALUE "Pages:".
            05  WS-RPT-F-PAGES      PIC ZZZ9.
        01  WS-CURRENT-DATE-TIME.
            05  WS-CURR-DATE.
                10  WS-CURR-YYYY        PIC 9(4).
                10  WS-CURR-MM          PIC 9(2).
                10  WS-CURR-DD          PIC 9(2).
            05  WS-CURR-DATE-NUM REDEFINES WS-CURR-DATE
                                     PIC 9(8).
            05  FILLER                  PIC X(13).
000020 PROCEDURE      DIVISION.
000030   MAIN           SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.

           PERFORM 1000-GET-MONTH.
           IF WS-REPORT-OK
             PERFORM 1100-GET-DORMANT-DAYS
             PERFORM 1200-SET-DATE-BOUNDS
             OPEN INPUT HISTORY-FILE
             IF NOT HISTORY-FILE-OK
               DISPLAY "HISTMNTH: could not open history file, "
                       "status " HISTORY-FILE-STATUS
                       " - no report run"
               MOVE 8 TO RETURN-CODE
               MOVE "N" TO WS-REPORT-OK-FLAG
             ELSE
               PERFORM 1300-FIND-DORMANCY-BASE
             END-IF
           END-IF.

           IF WS-REPORT-OK
             PERFORM 2000-READ-HISTORY-WINDOW
             CLOSE HISTORY-FILE
           END-IF.
           IF WS-REPORT-OK
             PERFORM 3000-MARK-MASTER-KEYS
             PERFORM 9200-OPEN-PRINT-FILE
             PERFORM 4000-WRITE-KEY-ACTIVITY
             PERFORM 5000-WRITE-MOST-CHANGED
             PERFORM 6000-WRITE-DORMANT-KEYS
             PERFORM 7000-WRITE-TOTALS
             PERFORM 9230-WRITE-REPORT-FOOTER
             DISPLAY "HISTMNTH: " WS-MONTH-REPLY " over "
                     WS-MONTH-DATE-COUNT " nights - keys added "
                     WS-ADDED-KEYS " changed " WS-CHANGED-KEYS
                     " dropped " WS-DROPPED-KEYS
             DISPLAY "HISTMNTH: " WS-REAPPEARED-KEYS
                     " keys disappeared and reappeared, "
                     WS-DORMANT-KEYS " dormant for "
                     WS-DORMANT-DAYS " days or more"
             IF WS-REAPPEARED-KEYS > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF.

000040     STOP  RUN.

       1000-GET-MONTH.
           DISPLAY "HISTMNTH: enter the month to report (YYYYMM)".
           MOVE SPACES TO WS-MONTH-REPLY.
           ACCEPT WS-MONTH-REPLY.
           MOVE 0 TO WS-BAD-CHAR-COUNT.
           INSPECT WS-MONTH-REPLY TALLYING WS-BAD-CHAR-COUNT
             FOR ALL "0" ALL "1" ALL "2" ALL "3" ALL "4"
                 ALL "5" ALL "6" ALL "7" ALL "8" ALL "9".
           IF WS-BAD-CHAR-COUNT < 6
             DISPLAY "HISTMNTH: month must be six digits - nothing "
                     "reported"
             MOVE 8 TO RETURN-CODE
             MOVE "N" TO WS-REPORT-OK-FLAG
           ELSE
             IF WS-MV-MM < 1 OR WS-MV-MM > 12 OR WS-MV-YYYY < 1601
               DISPLAY "HISTMNTH: month " WS-MONTH-REPLY
                       " is not a calendar month - nothing reported"
               MOVE 8 TO RETURN-CODE
               MOVE "N" TO WS-REPORT-OK-FLAG
             END-IF
           END-IF.

       1100-GET-DORMANT-DAYS.
           DISPLAY "HISTMNTH: enter dormancy days, or blank for the "
                   "standard " WS-DORMANT-DAYS.
           MOVE SPACES TO WS-DAYS-REPLY.
           ACCEPT WS-DAYS-REPLY.
           MOVE 0 TO WS-BAD-CHAR-COUNT.
           INSPECT WS-DAYS-REPLY TALLYING WS-BAD-CHAR-COUNT
             FOR ALL "0" ALL "1" ALL "2" ALL "3" ALL "4"
                 ALL "5" ALL "6" ALL "7" ALL "8" ALL "9"
                 ALL SPACE.
           EVALUATE TRUE
             WHEN WS-DAYS-REPLY = SPACES
               CONTINUE
             WHEN WS-BAD-CHAR-COUNT < 5
               DISPLAY "HISTMNTH: dormancy days must be numeric - "
                       "using the standard " WS-DORMANT-DAYS " days"
             WHEN OTHER
               COMPUTE WS-DORMANT-DAYS =
                 FUNCTION NUMVAL(WS-DAYS-REPLY)
               IF WS-DORMANT-DAYS = 0
                 DISPLAY "HISTMNTH: dormancy of zero days refused - "
                         "using the standard 30 days"
                 MOVE 30 TO WS-DORMANT-DAYS
               END-IF
           END-EVALUATE.

       1200-SET-DATE-BOUNDS.
      *> History is read from whichever is earlier: the start of the
      *> month before (so the month opens from the last night before
      *> it) or the start of the dormancy window (so an unchanged key
      *> can be seen unchanged for the whole of it).
           MOVE WS-MV-YYYY TO WS-DW-YYYY.
           MOVE WS-MV-MM   TO WS-DW-MM.
           MOVE 1          TO WS-DW-DD.
           MOVE WS-DATE-WORK-NUM TO WS-MONTH-START.
           IF WS-MV-MM = 12
             COMPUTE WS-DW-YYYY = WS-MV-YYYY + 1
             MOVE 1 TO WS-DW-MM
           ELSE
             COMPUTE WS-DW-MM = WS-MV-MM + 1
           END-IF.
           MOVE WS-DATE-WORK-NUM TO WS-NEXT-MONTH-START.
           COMPUTE WS-INT-WORK =
             FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START) - 1.
           COMPUTE WS-MONTH-END = FUNCTION DATE-OF-INTEGER(WS-INT-WORK).
           COMPUTE WS-CUTOFF-INT = WS-INT-WORK - WS-DORMANT-DAYS.
           COMPUTE WS-DORMANT-CUTOFF =
             FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT).
           MOVE WS-MV-YYYY TO WS-DW-YYYY.
           IF WS-MV-MM = 1
             COMPUTE WS-DW-YYYY = WS-MV-YYYY - 1
             MOVE 12 TO WS-DW-MM
           ELSE
             COMPUTE WS-DW-MM = WS-MV-MM - 1
           END-IF.
           MOVE WS-DATE-WORK-NUM TO WS-PRIOR-MONTH-START.
           IF WS-DORMANT-CUTOFF < WS-PRIOR-MONTH-START
             MOVE WS-DORMANT-CUTOFF    TO WS-SCAN-START
           ELSE
             MOVE WS-PRIOR-MONTH-START TO WS-SCAN-START
           END-IF.

       1300-FIND-DORMANCY-BASE.
      *> When the dormancy window reaches back past the prior month,
      *> the scan has to open on the last night on or before the
      *> cutoff: a key unchanged since before the window then carries
      *> that night as its last change and reads as dormant. Starting
      *> on the first night after the cutoff would stamp every key
      *> with a date inside the window. The file is walked forward
      *> one night at a time, each START skipping the rest of the
      *> night just read.
           IF WS-DORMANT-CUTOFF < WS-PRIOR-MONTH-START
             MOVE 0   TO WS-BASE-NIGHT
             MOVE "N" TO WS-BASE-DONE-FLAG
             MOVE LOW-VALUES TO HI-REC-KEY
             START HISTORY-FILE KEY IS NOT LESS THAN HI-REC-KEY
               INVALID KEY
                 SET WS-BASE-DONE TO TRUE
             END-START
             PERFORM UNTIL WS-BASE-DONE
               READ HISTORY-FILE NEXT RECORD
                 AT END
                   SET WS-BASE-DONE TO TRUE
                 NOT AT END
                   IF HI-BATCH-DATE > WS-DORMANT-CUTOFF
                     SET WS-BASE-DONE TO TRUE
                   ELSE
                     MOVE HI-BATCH-DATE TO WS-BASE-NIGHT
                     MOVE HIGH-VALUES   TO HI-KEY
                     START HISTORY-FILE KEY IS GREATER THAN HI-REC-KEY
                       INVALID KEY
                         SET WS-BASE-DONE TO TRUE
                     END-START
                   END-IF
               END-READ
             END-PERFORM
             IF WS-BASE-NIGHT > 0
               MOVE WS-BASE-NIGHT TO WS-SCAN-START
             END-IF
           END-IF.

       2000-READ-HISTORY-WINDOW.
      *> Nights before the month only build the opening position and
      *> each key's last-changed date; counting starts with the
      *> first night of the month that has a night before it.
           MOVE WS-SCAN-START TO HI-BATCH-DATE.
           MOVE SPACES        TO HI-KEY.
           START HISTORY-FILE KEY IS NOT LESS THAN HI-REC-KEY
             INVALID KEY
               SET WS-HISTORY-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-HISTORY-EOF OR NOT WS-REPORT-OK
             READ HISTORY-FILE NEXT RECORD
               AT END
                 SET WS-HISTORY-EOF TO TRUE
               NOT AT END
                 IF HI-BATCH-DATE > WS-MONTH-END
                   SET WS-HISTORY-EOF TO TRUE
                 ELSE
                   IF HI-BATCH-DATE NOT = WS-THIS-DATE
                     PERFORM 2100-START-NEW-NIGHT
                   END-IF
                   PERFORM 2200-MERGE-ONE-KEY
                 END-IF
             END-READ
           END-PERFORM.
           IF WS-THIS-DATE NOT = SPACES
             PERFORM 2500-CLOSE-NIGHT
           END-IF.
           EVALUATE TRUE
             WHEN NOT WS-REPORT-OK
               CONTINUE
             WHEN WS-MONTH-DATE-COUNT = 0
               DISPLAY "HISTMNTH: no history for " WS-MONTH-REPLY
                       " - nothing reported"
               MOVE 4 TO RETURN-CODE
               MOVE "N" TO WS-REPORT-OK-FLAG
             WHEN WS-OPENING-DATE = 0
               DISPLAY "HISTMNTH: no history before " WS-MONTH-REPLY
                       " - its first night taken as the opening "
                       "position"
               IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
               END-IF
           END-EVALUATE.

       2100-START-NEW-NIGHT.
           IF WS-THIS-DATE NOT = SPACES
             PERFORM 2500-CLOSE-NIGHT
           END-IF.
           MOVE HI-BATCH-DATE TO WS-THIS-DATE.
           MOVE HI-BATCH-DATE TO WS-THIS-DATE-NUM.
           IF WS-FIRST-DATE = 0
             MOVE WS-THIS-DATE-NUM TO WS-FIRST-DATE
           END-IF.
           MOVE WS-THIS-DATE-NUM TO WS-LAST-DATE.
           MOVE "N" TO WS-COUNTING-FLAG.
           IF WS-THIS-DATE-NUM >= WS-MONTH-START
             ADD 1 TO WS-MONTH-DATE-COUNT
             IF WS-BASELINE-SEEN
               SET WS-COUNTING TO TRUE
             END-IF
           END-IF.
           MOVE 1 TO WS-KEY-PTR.

       2200-MERGE-ONE-KEY.
           PERFORM UNTIL WS-KEY-PTR > WS-KEY-COUNT
                      OR WS-KS-KEY(WS-KEY-PTR) >= HI-KEY
             ADD 1 TO WS-KEY-PTR
           END-PERFORM.
           IF WS-KEY-PTR <= WS-KEY-COUNT
              AND WS-KS-KEY(WS-KEY-PTR) = HI-KEY
             PERFORM 2300-NOTE-KNOWN-KEY
           ELSE
             PERFORM 2400-SLOT-NEW-KEY
           END-IF.

       2300-NOTE-KNOWN-KEY.
           SET WS-KS-SEEN(WS-KEY-PTR) TO TRUE.
           IF NOT WS-KS-PRESENT(WS-KEY-PTR)
             IF WS-COUNTING
               ADD 1 TO WS-KS-ADDS(WS-KEY-PTR)
               ADD 1 TO WS-ADDED-EVENTS
               IF WS-KS-GONE-IN-MONTH(WS-KEY-PTR)
                 SET WS-KS-REAPPEARED(WS-KEY-PTR) TO TRUE
               END-IF
             END-IF
             IF WS-KS-DATA(WS-KEY-PTR) NOT = HI-DATA
               MOVE HI-DATA TO WS-KS-DATA(WS-KEY-PTR)
               MOVE WS-THIS-DATE-NUM TO WS-KS-LAST-CHANGE(WS-KEY-PTR)
             END-IF
           ELSE
             IF WS-KS-DATA(WS-KEY-PTR) NOT = HI-DATA
               IF WS-COUNTING
                 ADD 1 TO WS-KS-CHANGES(WS-KEY-PTR)
                 ADD 1 TO WS-CHANGED-EVENTS
               END-IF
               MOVE HI-DATA TO WS-KS-DATA(WS-KEY-PTR)
               MOVE WS-THIS-DATE-NUM TO WS-KS-LAST-CHANGE(WS-KEY-PTR)
             END-IF
           END-IF.

       2400-SLOT-NEW-KEY.
           IF WS-KEY-COUNT >= 20000
             DISPLAY "HISTMNTH: more than 20000 keys in the history "
                     "window - report refused"
             MOVE 8 TO RETURN-CODE
             MOVE "N" TO WS-REPORT-OK-FLAG
           ELSE
             PERFORM VARYING WS-SHIFT-IDX FROM WS-KEY-COUNT BY -1
                 UNTIL WS-SHIFT-IDX < WS-KEY-PTR
               MOVE WS-KEY-ENTRY(WS-SHIFT-IDX)
                 TO WS-KEY-ENTRY(WS-SHIFT-IDX + 1)
             END-PERFORM
             ADD 1 TO WS-KEY-COUNT
             MOVE HI-KEY           TO WS-KS-KEY(WS-KEY-PTR)
             MOVE HI-DATA          TO WS-KS-DATA(WS-KEY-PTR)
             MOVE WS-THIS-DATE-NUM TO WS-KS-LAST-CHANGE(WS-KEY-PTR)
             MOVE 0   TO WS-KS-ADDS(WS-KEY-PTR)
             MOVE 0   TO WS-KS-CHANGES(WS-KEY-PTR)
             MOVE 0   TO WS-KS-DROPS(WS-KEY-PTR)
             MOVE "N" TO WS-KS-PRESENT-FLAG(WS-KEY-PTR)
             MOVE "Y" TO WS-KS-SEEN-FLAG(WS-KEY-PTR)
             MOVE "N" TO WS-KS-GONE-FLAG(WS-KEY-PTR)
             MOVE "N" TO WS-KS-BACK-FLAG(WS-KEY-PTR)
             MOVE "N" TO WS-KS-MASTER-FLAG(WS-KEY-PTR)
             MOVE "N" TO WS-KS-PICKED-FLAG(WS-KEY-PTR)
             IF WS-COUNTING
               ADD 1 TO WS-KS-ADDS(WS-KEY-PTR)
               ADD 1 TO WS-ADDED-EVENTS
             END-IF
           END-IF.

       2500-CLOSE-NIGHT.
      *> A key on the night before and missing from this one was
      *> dropped; everything seen this night is the position the
      *> next night is measured against.
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
               UNTIL WS-KEY-IDX > WS-KEY-COUNT
             IF WS-KS-SEEN(WS-KEY-IDX)
               SET WS-KS-PRESENT(WS-KEY-IDX) TO TRUE
             ELSE
               IF WS-KS-PRESENT(WS-KEY-IDX) AND WS-COUNTING
                 ADD 1 TO WS-KS-DROPS(WS-KEY-IDX)
                 ADD 1 TO WS-DROPPED-EVENTS
                 SET WS-KS-GONE-IN-MONTH(WS-KEY-IDX) TO TRUE
               END-IF
               MOVE "N" TO WS-KS-PRESENT-FLAG(WS-KEY-IDX)
             END-IF
             MOVE "N" TO WS-KS-SEEN-FLAG(WS-KEY-IDX)
           END-PERFORM.
           IF WS-THIS-DATE-NUM < WS-MONTH-START
             MOVE WS-THIS-DATE-NUM TO WS-OPENING-DATE
           END-IF.
           SET WS-BASELINE-SEEN TO TRUE.

       3000-MARK-MASTER-KEYS.
      *> MASTERFILE and the key table are both in business key order,
      *> so one merge pass marks which history keys still sit on the
      *> master. A master that will not open leaves no key dormant.
           OPEN INPUT MASTER-FILE.
           IF NOT MASTER-FILE-OK
             DISPLAY "HISTMNTH: could not open master file, status "
                     MASTER-FILE-STATUS " - dormant keys not reported"
             IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
             END-IF
           ELSE
             MOVE 1 TO WS-KEY-PTR
             MOVE LOW-VALUES TO MS-KEY
             START MASTER-FILE KEY IS NOT LESS THAN MS-KEY
               INVALID KEY
                 SET WS-MASTER-EOF TO TRUE
             END-START
             PERFORM UNTIL WS-MASTER-EOF
               READ MASTER-FILE NEXT RECORD
                 AT END
                   SET WS-MASTER-EOF TO TRUE
                 NOT AT END
                   IF NOT MS-IS-CONTROL
                     ADD 1 TO WS-MASTER-KEYS
                     PERFORM 3100-MARK-ONE-MASTER-KEY
                   END-IF
               END-READ
             END-PERFORM
             CLOSE MASTER-FILE
           END-IF.

       3100-MARK-ONE-MASTER-KEY.
           PERFORM UNTIL WS-KEY-PTR > WS-KEY-COUNT
                      OR WS-KS-KEY(WS-KEY-PTR) >= MS-KEY
             ADD 1 TO WS-KEY-PTR
           END-PERFORM.
           IF WS-KEY-PTR <= WS-KEY-COUNT
              AND WS-KS-KEY(WS-KEY-PTR) = MS-KEY
             SET WS-KS-ON-MASTER(WS-KEY-PTR) TO TRUE
           ELSE
             ADD 1 TO WS-MASTER-NO-HISTORY
           END-IF.

       4000-WRITE-KEY-ACTIVITY.
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
               UNTIL WS-KEY-IDX > WS-KEY-COUNT
             IF WS-KS-ADDS(WS-KEY-IDX) > 0
               ADD 1 TO WS-ADDED-KEYS
             END-IF
             IF WS-KS-CHANGES(WS-KEY-IDX) > 0
               ADD 1 TO WS-CHANGED-KEYS
             END-IF
             IF WS-KS-DROPS(WS-KEY-IDX) > 0
               ADD 1 TO WS-DROPPED-KEYS
             END-IF
             IF WS-KS-REAPPEARED(WS-KEY-IDX)
               ADD 1 TO WS-REAPPEARED-KEYS
             END-IF
             IF WS-KS-ADDS(WS-KEY-IDX) > 0
                OR WS-KS-CHANGES(WS-KEY-IDX) > 0
                OR WS-KS-DROPS(WS-KEY-IDX) > 0
               MOVE WS-KS-KEY(WS-KEY-IDX)     TO WS-RPT-A-KEY
               MOVE WS-KS-ADDS(WS-KEY-IDX)    TO WS-RPT-A-ADDS
               MOVE WS-KS-CHANGES(WS-KEY-IDX) TO WS-RPT-A-CHANGES
               MOVE WS-KS-DROPS(WS-KEY-IDX)   TO WS-RPT-A-DROPS
               IF WS-KS-REAPPEARED(WS-KEY-IDX)
                 MOVE "REAPPEARED" TO WS-RPT-A-PATTERN
               ELSE
                 MOVE SPACES       TO WS-RPT-A-PATTERN
               END-IF
               MOVE WS-RPT-ACTIVITY-LINE TO WS-PRINT-HOLD
               PERFORM 9220-WRITE-REPORT-LINE
             END-IF
           END-PERFORM.

       5000-WRITE-MOST-CHANGED.
      *> The ten keys changed most often in the month, one pass over
      *> the table per place; ties go to the lower key.
           PERFORM 5100-PICK-NEXT-MOST-CHANGED
             VARYING WS-TOP-RANK FROM 1 BY 1
             UNTIL WS-TOP-RANK > 10.

       5100-PICK-NEXT-MOST-CHANGED.
           MOVE 0 TO WS-TOP-SLOT.
           MOVE 0 TO WS-TOP-CHANGES.
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
               UNTIL WS-KEY-IDX > WS-KEY-COUNT
             IF NOT WS-KS-PICKED(WS-KEY-IDX)
                AND WS-KS-CHANGES(WS-KEY-IDX) > WS-TOP-CHANGES
               MOVE WS-KEY-IDX                TO WS-TOP-SLOT
               MOVE WS-KS-CHANGES(WS-KEY-IDX) TO WS-TOP-CHANGES
             END-IF
           END-PERFORM.
           IF WS-TOP-SLOT > 0
             SET WS-KS-PICKED(WS-TOP-SLOT) TO TRUE
             MOVE WS-TOP-RANK              TO WS-RPT-T-RANK
             MOVE WS-KS-KEY(WS-TOP-SLOT)   TO WS-RPT-T-KEY
             MOVE WS-TOP-CHANGES           TO WS-RPT-T-CHANGES
             MOVE WS-KS-DATA(WS-TOP-SLOT)  TO WS-RPT-T-DATA
             MOVE WS-RPT-TOP-LINE TO WS-PRINT-HOLD
             PERFORM 9220-WRITE-REPORT-LINE
           END-IF.

       6000-WRITE-DORMANT-KEYS.
      *> Dormant: still on the master, and its data has not moved in
      *> the history since the cutoff. A key first seen after the
      *> start of the dormancy window has not been watched long
      *> enough to say.
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
               UNTIL WS-KEY-IDX > WS-KEY-COUNT
             IF WS-KS-ON-MASTER(WS-KEY-IDX)
                AND WS-KS-LAST-CHANGE(WS-KEY-IDX) <= WS-DORMANT-CUTOFF
               ADD 1 TO WS-DORMANT-KEYS
               MOVE WS-KS-KEY(WS-KEY-IDX)  TO WS-RPT-D-KEY
               MOVE WS-KS-DATA(WS-KEY-IDX) TO WS-RPT-D-DATA
               MOVE WS-KS-LAST-CHANGE(WS-KEY-IDX) TO WS-RPT-D-SINCE
               MOVE WS-RPT-DORMANT-LINE TO WS-PRINT-HOLD
               PERFORM 9220-WRITE-REPORT-LINE
             END-IF
           END-PERFORM.

       7000-WRITE-TOTALS.
           MOVE WS-ADDED-KEYS      TO WS-RPT-K-ADDED.
           MOVE WS-CHANGED-KEYS    TO WS-RPT-K-CHANGED.
           MOVE WS-DROPPED-KEYS    TO WS-RPT-K-DROPPED.
           MOVE WS-RPT-TOTAL-LINE  TO WS-PRINT-HOLD.
           PERFORM 9220-WRITE-REPORT-LINE.
           MOVE WS-ADDED-EVENTS    TO WS-RPT-E-ADDED.
           MOVE WS-CHANGED-EVENTS  TO WS-RPT-E-CHANGED.
           MOVE WS-DROPPED-EVENTS  TO WS-RPT-E-DROPPED.
           MOVE WS-RPT-EVENT-LINE  TO WS-PRINT-HOLD.
           PERFORM 9220-WRITE-REPORT-LINE.
           MOVE WS-REAPPEARED-KEYS TO WS-RPT-P-BACK.
           MOVE WS-DORMANT-KEYS    TO WS-RPT-P-DORMANT.
           MOVE WS-MASTER-KEYS     TO WS-RPT-P-MASTER.
           MOVE WS-MASTER-NO-HISTORY TO WS-RPT-P-NOHIST.
           MOVE WS-RPT-PATTERN-LINE TO WS-PRINT-HOLD.
           PERFORM 9220-WRITE-REPORT-LINE.

       9200-OPEN-PRINT-FILE.
           OPEN OUTPUT PRINT-FILE.
           IF PRINT-FILE-OK
             PERFORM 9210-WRITE-PAGE-HEADER
             MOVE WS-MONTH-REPLY      TO WS-RPT-M-MONTH
             MOVE WS-MONTH-DATE-COUNT TO WS-RPT-M-NIGHTS
             IF WS-OPENING-DATE > 0
               MOVE WS-OPENING-DATE   TO WS-RPT-M-OPENING
             ELSE
               MOVE "none"            TO WS-RPT-M-OPENING
             END-IF
             MOVE WS-DORMANT-DAYS     TO WS-RPT-M-DAYS
             MOVE WS-RPT-MONTH-LINE   TO WS-PRINT-HOLD
             PERFORM 9220-WRITE-REPORT-LINE
           ELSE
             DISPLAY "HISTMNTH: could not open print file, status "
                     PRINT-FILE-STATUS
           END-IF.

       9210-WRITE-PAGE-HEADER.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE "HISTMNTH"     TO WS-RPT-H-PROGRAM.
           MOVE WS-CURR-DATE-NUM TO WS-RPT-H-DATE.
           MOVE WS-PAGE-COUNT  TO WS-RPT-H-PAGE.
           MOVE WS-RPT-HEADER-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE 0 TO WS-LINE-COUNT.

       9220-WRITE-REPORT-LINE.
      *> Lines arrive in WS-PRINT-HOLD, not PRINT-REC: a page break
      *> here writes the header through PRINT-REC first, which would
      *> clobber a line parked in the record area.
           IF PRINT-FILE-OK
             IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 9210-WRITE-PAGE-HEADER
             END-IF
             MOVE WS-PRINT-HOLD TO PRINT-REC
             WRITE PRINT-REC
             ADD 1 TO WS-LINE-COUNT
             ADD 1 TO WS-REPORT-LINE-TOTAL
           END-IF.

       9230-WRITE-REPORT-FOOTER.
           IF PRINT-FILE-OK
             MOVE WS-REPORT-LINE-TOTAL TO WS-RPT-F-LINES
             MOVE WS-PAGE-COUNT        TO WS-RPT-F-PAGES
             MOVE WS-RPT-FOOTER-LINE   TO PRINT-REC
             WRITE PRINT-REC
             CLOSE PRINT-FILE
           END-IF.
