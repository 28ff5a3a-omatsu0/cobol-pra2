000000 IDENTIFICATION DIVISION.
000010 PROGRAM-ID.    PENDRPT.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
          FILE-CONTROL.
            SELECT PEND-FILE ASSIGN TO "PENDFILE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PD-FULL-KEY
              STATUS PEND-FILE-STATUS.
            SELECT PRINT-FILE ASSIGN TO 'pendrpt.rpt'
              ORGANIZATION IS LINE SEQUENTIAL
              STATUS PRINT-FILE-STATUS.
       DATA DIVISION.
         FILE SECTION.
        FD  PEND-FILE.
      *> Must mirror pendrel.cbl's PEND-REC exactly.
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
        FD  PRINT-FILE.
        01  PRINT-REC PIC X(80).
         WORKING-STORAGE SECTION.
        01  PEND-FILE-STATUS            PIC XX.
            88  PEND-FILE-OK                VALUE "00".
            88  PEND-NOT-FOUND              VALUE "23" "35".
        01  PRINT-FILE-STATUS           PIC XX.
            88  PRINT-FILE-OK               VALUE "00".
        01  WS-PEND-EOF-FLAG            PIC X VALUE "N".
            88  WS-PEND-EOF                 VALUE "Y".
        01  WS-PENDING-COUNT            PIC 9(9) VALUE 0.
        01  WS-DUE-COUNT                PIC 9(9) VALUE 0.
        01  WS-RELEASED-COUNT           PIC 9(9) VALUE 0.
        01  WS-CANCELLED-COUNT          PIC 9(9) VALUE 0.
        01  WS-TODAY-INT                PIC 9(9).
        01  WS-EFF-DATE-INT             PIC 9(9).
        01  WS-DAYS-TO-GO               PIC S9(5).
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
        01  WS-RPT-PEND-LINE.
            05  FILLER              PIC X(8)  VALUE "Pending:".
            05  WS-RPT-P-EFF-DATE   PIC 9999/99/99.
            05  FILLER              PIC X     VALUE SPACE.
            05  WS-RPT-P-KEY        PIC X(9).
            05  FILLER              PIC X(2)  VALUE " [".
            05  WS-RPT-P-DATA       PIC X(10).
            05  FILLER              PIC X(2)  VALUE "] ".
            05  WS-RPT-P-OFFICE     PIC X(5).
            05  FILLER              PIC X(7)  VALUE " batch ".
            05  WS-RPT-P-BATCH      PIC X(8).
            05  FILLER              PIC X     VALUE SPACE.
            05  WS-RPT-P-WHEN       PIC X(16).
        01  WS-RPT-DAYS-TEXT.
            05  FILLER              PIC X(3)  VALUE "in ".
            05  WS-RPT-D-DAYS       PIC ZZZZ9.
            05  FILLER              PIC X(8)  VALUE " day(s)".
        01  WS-RPT-TOTAL-LINE.
            05  FILLER              PIC X(8)  VALUE "Pending:".
            05  WS-RPT-T-PENDING    PIC ZZZ,ZZZ,ZZ9.
            05  FILLER              PIC X(5)  VALUE " due:".
            05  WS-RPT-T-DUE        PIC ZZZ,ZZZ,ZZ9.
            05  FILLER              PIC X(10) VALUE " released:".
            05  WS-RPT-T-RELEASED   PIC ZZZ,ZZZ,ZZ9.
            05  FILLER              PIC X(11) VALUE " cancelled:".
            05  WS-RPT-T-CANCELLED  PIC ZZZ,ZZZ,ZZ9.
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
           COMPUTE WS-TODAY-INT =
             FUNCTION INTEGER-OF-DATE(WS-CURR-DATE-NUM).

           OPEN INPUT PEND-FILE.
           EVALUATE TRUE
             WHEN PEND-FILE-OK
               PERFORM 9200-OPEN-PRINT-FILE
               PERFORM UNTIL WS-PEND-EOF
                 READ PEND-FILE NEXT RECORD
                   AT END
                     SET WS-PEND-EOF TO TRUE
                   NOT AT END
                     PERFORM 2000-REPORT-ONE-CHANGE
                 END-READ
               END-PERFORM
               CLOSE PEND-FILE
               PERFORM 3000-WRITE-TOTALS
               PERFORM 9230-WRITE-REPORT-FOOTER
               DISPLAY "PENDRPT: " WS-PENDING-COUNT " changes "
                       "pending, " WS-DUE-COUNT " already due for "
                       "the next PENDREL run"
             WHEN PEND-NOT-FOUND
               DISPLAY "PENDRPT: no pending-change file - nothing "
                       "is pending"
             WHEN OTHER
               DISPLAY "PENDRPT: could not open pending-change file, "
                       "status " PEND-FILE-STATUS
               MOVE 8 TO RETURN-CODE
           END-EVALUATE.

000040     STOP  RUN.

       2000-REPORT-ONE-CHANGE.
      *> The file is keyed effective date first, so the listing comes
      *> out in the order the changes will fire. Released and
      *> cancelled entries are only counted.
           EVALUATE TRUE
             WHEN PD-IS-RELEASED
               ADD 1 TO WS-RELEASED-COUNT
             WHEN PD-IS-CANCELLED
               ADD 1 TO WS-CANCELLED-COUNT
             WHEN OTHER
               ADD 1 TO WS-PENDING-COUNT
               PERFORM 2100-WRITE-PENDING-LINE
           END-EVALUATE.

       2100-WRITE-PENDING-LINE.
           MOVE PD-EFF-DATE   TO WS-RPT-P-EFF-DATE.
           MOVE PD-KEY        TO WS-RPT-P-KEY.
           MOVE PD-DATA       TO WS-RPT-P-DATA.
           MOVE PD-OFFICE     TO WS-RPT-P-OFFICE.
           MOVE PD-BATCH-DATE TO WS-RPT-P-BATCH.
           COMPUTE WS-EFF-DATE-INT =
             FUNCTION INTEGER-OF-DATE(PD-EFF-DATE).
           COMPUTE WS-DAYS-TO-GO = WS-EFF-DATE-INT - WS-TODAY-INT.
      *> A change dated today or earlier is still here only because
      *> PENDREL has not run since it fell due.
           IF WS-DAYS-TO-GO <= 0
             ADD 1 TO WS-DUE-COUNT
             MOVE "due now"     TO WS-RPT-P-WHEN
           ELSE
             MOVE WS-DAYS-TO-GO TO WS-RPT-D-DAYS
             MOVE WS-RPT-DAYS-TEXT TO WS-RPT-P-WHEN
           END-IF.
           MOVE WS-RPT-PEND-LINE TO WS-PRINT-HOLD.
           PERFORM 9220-WRITE-REPORT-LINE.

       3000-WRITE-TOTALS.
           MOVE WS-PENDING-COUNT   TO WS-RPT-T-PENDING.
           MOVE WS-DUE-COUNT       TO WS-RPT-T-DUE.
           MOVE WS-RELEASED-COUNT  TO WS-RPT-T-RELEASED.
           MOVE WS-CANCELLED-COUNT TO WS-RPT-T-CANCELLED.
           MOVE WS-RPT-TOTAL-LINE  TO WS-PRINT-HOLD.
           PERFORM 9220-WRITE-REPORT-LINE.

       9200-OPEN-PRINT-FILE.
           OPEN OUTPUT PRINT-FILE.
           IF PRINT-FILE-OK
             PERFORM 9210-WRITE-PAGE-HEADER
           ELSE
             DISPLAY "PENDRPT: could not open print file, status "
                     PRINT-FILE-STATUS
           END-IF.

       9210-WRITE-PAGE-HEADER.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE "PENDRPT"      TO WS-RPT-H-PROGRAM.
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
