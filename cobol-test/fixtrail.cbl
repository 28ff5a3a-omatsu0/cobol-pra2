000000 IDENTIFICATION DIVISION.
000010 PROGRAM-ID.    FIXTRAIL.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
          FILE-CONTROL.
            SELECT AUDIT-FILE ASSIGN TO 'rejaudit.log'
              ORGANIZATION IS LINE SEQUENTIAL
              STATUS AUDIT-FILE-STATUS.
            SELECT PRINT-FILE ASSIGN TO 'fixtrail.rpt'
              ORGANIZATION IS LINE SEQUENTIAL
              STATUS PRINT-FILE-STATUS.
       DATA DIVISION.
         FILE SECTION.
        FD  AUDIT-FILE.
      *> Must mirror rejfix.cbl's AUDIT-REC exactly. REJFIX signs a
      *> correction as the clerk; RESUB signs the staging as the
      *> operator with the clerk second; RESAPPR signs the release,
      *> return or re-reject as the supervisor with the clerk second.
        01  AUDIT-REC.
            05  AUDIT-DATE          PIC 9(8).
            05  FILLER              PIC X.
            05  AUDIT-TIME          PIC 9(6).
            05  FILLER              PIC X.
            05  AUDIT-USER          PIC X(8).
            05  FILLER              PIC X.
            05  AUDIT-ACTION        PIC X(9).
            05  FILLER              PIC X.
            05  AUDIT-REASON        PIC X(2).
            05  FILLER              PIC X.
            05  AUDIT-OLD-IMAGE     PIC X(22).
            05  FILLER              PIC X.
            05  AUDIT-NEW-IMAGE     PIC X(22).
            05  FILLER              PIC X.
            05  AUDIT-USER2         PIC X(8).
        FD  PRINT-FILE.
        01  PRINT-REC PIC X(80).
         WORKING-STORAGE SECTION.
        01  AUDIT-FILE-STATUS           PIC XX.
            88  AUDIT-FILE-OK               VALUE "00".
        01  PRINT-FILE-STATUS           PIC XX.
            88  PRINT-FILE-OK               VALUE "00".
        01  WS-AUDIT-EOF-FLAG           PIC X VALUE "N".
            88  WS-AUDIT-EOF                VALUE "Y".
        01  WS-REPORT-OK-FLAG           PIC X VALUE "Y".
            88  WS-REPORT-OK                VALUE "Y".
        01  WS-DATE-REPLY               PIC X(8).
        01  WS-DATE-REPLY-PARTS REDEFINES WS-DATE-REPLY.
            05  WS-DR-YYYY              PIC 9(4).
            05  WS-DR-MM                PIC 9(2).
            05  WS-DR-DD                PIC 9(2).
        01  WS-DATE-REPLY-NUM REDEFINES WS-DATE-REPLY
                                        PIC 9(8).
        01  WS-BAD-CHAR-COUNT           PIC 9(2).
        01  WS-DATE-CHECKED             PIC 9(8).
        01  WS-FROM-DATE                PIC 9(8) VALUE 0.
        01  WS-TO-DATE                  PIC 9(8) VALUE 99999999.
        01  WS-IN-RANGE-FLAG            PIC X.
            88  WS-IN-RANGE                 VALUE "Y".
      *> One trail per correction, in the order the log records
      *> them. Each later step is matched to the oldest trail still
      *> waiting for it that carries the same record image and the
      *> same clerk: RESUB stages the corrected image unchanged and
      *> RESAPPR reports the staged image as its old image.
        01  WS-TRAIL-COUNT              PIC 9(5) COMP VALUE 0.
        01  WS-TRAIL-TABLE.
            05  WS-TRAIL-ENTRY OCCURS 10000 TIMES.
                10  WS-TR-IMAGE         PIC X(22).
                10  WS-TR-REASON        PIC X(2).
                10  WS-TR-CLERK         PIC X(8).
                10  WS-TR-FIX-DATE      PIC 9(8).
                10  WS-TR-STAGER        PIC X(8).
                10  WS-TR-STAGE-DATE    PIC 9(8).
                10  WS-TR-BATCH-ID      PIC X(14).
                10  WS-TR-SUPER         PIC X(8).
                10  WS-TR-OUT-DATE      PIC 9(8).
                10  WS-TR-STATE         PIC X.
                    88  WS-TR-FIXED         VALUE "F".
                    88  WS-TR-STAGED        VALUE "S".
                    88  WS-TR-RELEASED      VALUE "R".
                    88  WS-TR-RETURNED      VALUE "T".
                    88  WS-TR-REREJECTED    VALUE "J".
                    88  WS-TR-EDIT-FAILED   VALUE "X".
                10  WS-TR-FIX-FLAG      PIC X.
                    88  WS-TR-HAS-FIX       VALUE "Y".
        01  WS-TR-IDX                   PIC 9(5) COMP.
        01  WS-TR-SLOT                  PIC 9(5) COMP.
        01  WS-TRAIL-FULL-FLAG          PIC X VALUE "N".
            88  WS-TRAIL-FULL               VALUE "Y".
        01  WS-MATCH-IMAGE              PIC X(22).
        01  WS-MATCH-STATE              PIC X.
        01  WS-BATCH-WORK.
            05  WS-BW-DATE              PIC 9(8).
            05  WS-BW-TIME              PIC 9(6).
      *> Activity in the chosen range, one row per clerk and one per
      *> supervisor. A clerk is credited with what happened to the
      *> records they corrected; a supervisor with what they did.
        01  WS-CLERK-COUNT              PIC 9(3) COMP VALUE 0.
        01  WS-CLERK-TABLE.
            05  WS-CLERK-ENTRY OCCURS 200 TIMES.
                10  WS-CK-ID            PIC X(8).
                10  WS-CK-FIXED         PIC 9(7).
                10  WS-CK-STAGED        PIC 9(7).
                10  WS-CK-RELEASED      PIC 9(7).
                10  WS-CK-RETURNED      PIC 9(7).
                10  WS-CK-REJECTED      PIC 9(7).
        01  WS-CK-IDX                   PIC 9(3) COMP.
        01  WS-CK-SLOT                  PIC 9(3) COMP.
        01  WS-SUPER-COUNT              PIC 9(3) COMP VALUE 0.
        01  WS-SUPER-TABLE.
            05  WS-SUPER-ENTRY OCCURS 200 TIMES.
                10  WS-SV-ID            PIC X(8).
                10  WS-SV-RELEASED      PIC 9(7).
                10  WS-SV-RETURNED      PIC 9(7).
                10  WS-SV-REJECTED      PIC 9(7).
                10  WS-SV-SAME-ID       PIC 9(7).
        01  WS-SV-IDX                   PIC 9(3) COMP.
        01  WS-SV-SLOT                  PIC 9(3) COMP.
        01  WS-LOOKUP-ID                PIC X(8).
      *> Staged batches in the listing with records still awaiting a
      *> supervisor.
        01  WS-BATCH-COUNT              PIC 9(4) COMP VALUE 0.
        01  WS-BATCH-TABLE.
            05  WS-BATCH-ENTRY OCCURS 500 TIMES.
                10  WS-BT-ID            PIC X(14).
                10  WS-BT-DATE          PIC 9(8).
                10  WS-BT-STAGER        PIC X(8).
                10  WS-BT-OPEN          PIC 9(5).
        01  WS-BT-IDX                   PIC 9(4) COMP.
        01  WS-BT-SLOT                  PIC 9(4) COMP.
        01  WS-EVENT-COUNT              PIC 9(9) VALUE 0.
        01  WS-LISTED-COUNT             PIC 9(9) VALUE 0.
        01  WS-SAME-ID-COUNT            PIC 9(9) VALUE 0.
        01  WS-UNSTAGED-COUNT           PIC 9(9) VALUE 0.
        01  WS-UNAPPROVED-COUNT         PIC 9(9) VALUE 0.
        01  WS-NO-FIX-COUNT             PIC 9(9) VALUE 0.
        01  WS-EXCEPTION-COUNT          PIC 9(9) VALUE 0.
        01  WS-TODAY-INT                PIC 9(9).
        01  WS-DAYS-FROM                PIC 9(8).
        01  WS-DAYS-TO                  PIC 9(8).
        01  WS-ELAPSED-DAYS             PIC S9(5).
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
        01  WS-RPT-RANGE-LINE.
            05  FILLER              PIC X(8)  VALUE "Range  :".
            05  WS-RPT-G-FROM       PIC X(12).
            05  FILLER              PIC X(4)  VALUE " to ".
            05  WS-RPT-G-TO         PIC 9999/99/99.
        01  WS-RPT-DATE-EDIT            PIC 9999/99/99.
        01  WS-RPT-RECORD-LINE.
            05  FILLER              PIC X(8)  VALUE "Record :".
            05  WS-RPT-R-IMAGE      PIC X(22).
            05  FILLER              PIC X(5)  VALUE " rsn ".
            05  WS-RPT-R-REASON     PIC X(2).
            05  FILLER              PIC X(7)  VALUE " clerk ".
            05  WS-RPT-R-CLERK      PIC X(8).
        01  WS-RPT-STEP-LINE.
            05  FILLER              PIC X(3)  VALUE SPACES.
            05  WS-RPT-S-STEP       PIC X(10).
            05  WS-RPT-S-DATE       PIC 9999/99/99.
            05  FILLER              PIC X(4)  VALUE " by ".
            05  WS-RPT-S-ID         PIC X(8).
            05  FILLER              PIC X     VALUE SPACE.
            05  WS-RPT-S-ELAPSED    PIC X(18).
        01  WS-RPT-ELAPSED-TEXT.
            05  FILLER              PIC X(6)  VALUE "after ".
            05  WS-RPT-E-DAYS       PIC ZZZZ9.
            05  FILLER              PIC X(7)  VALUE " day(s)".
        01  WS-RPT-WAIT-LINE.
            05  FILLER              PIC X(3)  VALUE SPACES.
            05  WS-RPT-W-STEP       PIC X(13).
            05  FILLER              PIC X(8)  VALUE "waiting ".
            05  WS-RPT-W-DAYS       PIC ZZZZ9.
            05  FILLER              PIC X(7)  VALUE " day(s)".
        01  WS-RPT-EXCEPT-LINE.
            05  FILLER              PIC X(6)  VALUE "   ** ".
            05  WS-RPT-X-TEXT       PIC X(60).
        01  WS-RPT-CLERK-LINE.
            05  FILLER              PIC X(8)  VALUE "Clerk  :".
            05  WS-RPT-C-ID         PIC X(8).
            05  FILLER              PIC X(7)  VALUE " fixed:".
            05  WS-RPT-C-FIXED      PIC ZZ,ZZ9.
            05  FILLER              PIC X(6)  VALUE " stgd:".
            05  WS-RPT-C-STAGED     PIC ZZ,ZZ9.
            05  FILLER              PIC X(6)  VALUE " rlsd:".
            05  WS-RPT-C-RELEASED   PIC ZZ,ZZ9.
            05  FILLER              PIC X(6)  VALUE " rtnd:".
            05  WS-RPT-C-RETURNED   PIC ZZ,ZZ9.
            05  FILLER              PIC X(6)  VALUE " rejd:".
            05  WS-RPT-C-REJECTED   PIC ZZ,ZZ9.
        01  WS-RPT-SUPER-LINE.
            05  FILLER              PIC X(8)  VALUE "Super  :".
            05  WS-RPT-V-ID         PIC X(8).
            05  FILLER              PIC X(6)  VALUE " rlsd:".
            05  WS-RPT-V-RELEASED   PIC ZZ,ZZ9.
            05  FILLER              PIC X(6)  VALUE " rtnd:".
            05  WS-RPT-V-RETURNED   PIC ZZ,ZZ9.
            05  FILLER              PIC X(6)  VALUE " rejd:".
            05  WS-RPT-V-REJECTED   PIC ZZ,ZZ9.
            05  FILLER              PIC X(8)  VALUE " sameid:".
            05  WS-RPT-V-SAME-ID    PIC ZZ,ZZ9.
        01  WS-RPT-BATCH-LINE.
            05  FILLER              PIC X(8)  VALUE "Batch  :".
            05  WS-RPT-B-ID         PIC X(14).
            05  FILLER              PIC X(11) VALUE " staged by ".
            05  WS-RPT-B-STAGER     PIC X(8).
            05  FILLER              PIC X(6)  VALUE " open:".
            05  WS-RPT-B-OPEN       PIC ZZ,ZZ9.
            05  FILLER              PIC X(9)  VALUE " waiting ".
            05  WS-RPT-B-DAYS       PIC ZZZZ9.
            05  FILLER              PIC X(7)  VALUE " day(s)".
        01  WS-RPT-EXCTOT-LINE.
            05  FILLER              PIC X(8)  VALUE "Except.:".
            05  FILLER              PIC X(8)  VALUE "same-id:".
            05  WS-RPT-T-SAME-ID    PIC ZZ,ZZ9.
            05  FILLER              PIC X(10) VALUE " unstaged:".
            05  WS-RPT-T-UNSTAGED   PIC ZZ,ZZ9.
            05  FILLER              PIC X(12) VALUE " unapproved:".
            05  WS-RPT-T-UNAPPROVED PIC ZZ,ZZ9.
            05  FILLER              PIC X(8)  VALUE " no-fix:".
            05  WS-RPT-T-NO-FIX     PIC ZZ,ZZ9.
        01  WS-RPT-TRAIL-TOT-LINE.
            05  FILLER              PIC X(8)  VALUE "Trails :".
            05  WS-RPT-T-LISTED     PIC ZZZ,ZZZ,ZZ9.
            05  FILLER              PIC X(11) VALUE " listed of ".
            05  WS-RPT-T-TRACED     PIC ZZZ,ZZZ,ZZ9.
            05  FILLER              PIC X(7)  VALUE " traced".
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
      *> Follows each rejected record from the clerk's correction in
      *> REJFIX, through RESUB staging, to the supervisor's release
      *> or return in RESAPPR, and flags the places where the second
      *> pair of eyes was missing or the record stalled on the way.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           COMPUTE WS-TODAY-INT =
             FUNCTION INTEGER-OF-DATE(WS-CURR-DATE-NUM).

           PERFORM 1000-GET-DATE-RANGE.
           IF WS-REPORT-OK
             OPEN INPUT AUDIT-FILE
             IF NOT AUDIT-FILE-OK
               DISPLAY "FIXTRAIL: could not open audit trail, status "
                       AUDIT-FILE-STATUS " - no report run"
               MOVE 8 TO RETURN-CODE
               MOVE "N" TO WS-REPORT-OK-FLAG
             END-IF
           END-IF.

           IF WS-REPORT-OK
      *> The whole log is traced whatever the range: a record fixed
      *> inside the range and staged after it is not an exception,
      *> and a release inside it still needs its earlier fix.
             PERFORM UNTIL WS-AUDIT-EOF
               READ AUDIT-FILE
                 AT END
                   SET WS-AUDIT-EOF TO TRUE
                 NOT AT END
                   PERFORM 2000-TRACE-ONE-EVENT
               END-READ
             END-PERFORM
             CLOSE AUDIT-FILE
             PERFORM 9200-OPEN-PRINT-FILE
             IF WS-FROM-DATE = 0
               MOVE "start of log" TO WS-RPT-G-FROM
             ELSE
               MOVE WS-FROM-DATE     TO WS-RPT-DATE-EDIT
               MOVE WS-RPT-DATE-EDIT TO WS-RPT-G-FROM
             END-IF
             MOVE WS-TO-DATE   TO WS-RPT-G-TO
             MOVE WS-RPT-RANGE-LINE TO WS-PRINT-HOLD
             PERFORM 9220-WRITE-REPORT-LINE
             PERFORM 3000-WRITE-TRAILS
             PERFORM 4000-WRITE-OPEN-BATCHES
             PERFORM 5000-WRITE-ACTIVITY-TOTALS
             PERFORM 9230-WRITE-REPORT-FOOTER
             DISPLAY "FIXTRAIL: " WS-LISTED-COUNT " records traced "
                     "in range, " WS-EXCEPTION-COUNT " exception(s)"
             DISPLAY "FIXTRAIL: same id " WS-SAME-ID-COUNT
                     ", never staged " WS-UNSTAGED-COUNT
                     ", never approved " WS-UNAPPROVED-COUNT
                     ", no matching fix " WS-NO-FIX-COUNT
             IF WS-EXCEPTION-COUNT > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF.

000040     STOP  RUN.

       1000-GET-DATE-RANGE.
           DISPLAY "FIXTRAIL: enter the first date to report "
                   "(YYYYMMDD), or blank for the start of the log".
           PERFORM 1100-GET-ONE-DATE.
           IF WS-REPORT-OK AND WS-DATE-REPLY NOT = SPACES
             MOVE WS-DATE-CHECKED TO WS-FROM-DATE
           END-IF.
           IF WS-REPORT-OK
             DISPLAY "FIXTRAIL: enter the last date to report "
                     "(YYYYMMDD), or blank for today"
             PERFORM 1100-GET-ONE-DATE
           END-IF.
           IF WS-REPORT-OK
             IF WS-DATE-REPLY = SPACES
               MOVE WS-CURR-DATE-NUM TO WS-TO-DATE
             ELSE
               MOVE WS-DATE-CHECKED TO WS-TO-DATE
             END-IF
             IF WS-FROM-DATE > WS-TO-DATE
               DISPLAY "FIXTRAIL: first date " WS-FROM-DATE
                       " is after last date " WS-TO-DATE
                       " - nothing reported"
               MOVE 8 TO RETURN-CODE
               MOVE "N" TO WS-REPORT-OK-FLAG
             END-IF
           END-IF.

       1100-GET-ONE-DATE.
           MOVE SPACES TO WS-DATE-REPLY.
           ACCEPT WS-DATE-REPLY.
           IF WS-DATE-REPLY NOT = SPACES
             MOVE 0 TO WS-BAD-CHAR-COUNT
             INSPECT WS-DATE-REPLY TALLYING WS-BAD-CHAR-COUNT
               FOR ALL "0" ALL "1" ALL "2" ALL "3" ALL "4"
                   ALL "5" ALL "6" ALL "7" ALL "8" ALL "9"
             IF WS-BAD-CHAR-COUNT < 8
               DISPLAY "FIXTRAIL: date must be eight digits - "
                       "nothing reported"
               MOVE 8 TO RETURN-CODE
               MOVE "N" TO WS-REPORT-OK-FLAG
             ELSE
               IF WS-DR-MM < 1 OR WS-DR-MM > 12
                  OR WS-DR-DD < 1 OR WS-DR-DD > 31
                  OR WS-DR-YYYY < 1601
                 DISPLAY "FIXTRAIL: " WS-DATE-REPLY
                         " is not a calendar date - nothing reported"
                 MOVE 8 TO RETURN-CODE
                 MOVE "N" TO WS-REPORT-OK-FLAG
               ELSE
                 MOVE WS-DATE-REPLY-NUM TO WS-DATE-CHECKED
               END-IF
             END-IF
           END-IF.

       2000-TRACE-ONE-EVENT.
      *> Only the correction path is followed. Master maintenance
      *> (MSTADD, MSTCHANGE, MSTDELETE), backouts, hold releases,
      *> restores, pending-change cancellations and sign-on refusals
      *> share this log but are not part of any record's trail.
           IF AUDIT-DATE NUMERIC
             ADD 1 TO WS-EVENT-COUNT
             MOVE "N" TO WS-IN-RANGE-FLAG
             IF AUDIT-DATE >= WS-FROM-DATE
                AND AUDIT-DATE <= WS-TO-DATE
               SET WS-IN-RANGE TO TRUE
             END-IF
             EVALUATE AUDIT-ACTION
               WHEN "CORRECTED"
                 PERFORM 2100-TRACE-FIX
               WHEN "STAGED   "
                 PERFORM 2200-TRACE-STAGE
               WHEN "RELEASED "
                 PERFORM 2300-TRACE-OUTCOME
               WHEN "RETURNED "
                 PERFORM 2300-TRACE-OUTCOME
               WHEN "REJECTED "
                 PERFORM 2400-TRACE-REJECT
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-IF.

       2100-TRACE-FIX.
           PERFORM 2900-NEW-TRAIL.
           IF WS-TR-SLOT > 0
             MOVE AUDIT-NEW-IMAGE TO WS-TR-IMAGE(WS-TR-SLOT)
             MOVE AUDIT-USER      TO WS-TR-CLERK(WS-TR-SLOT)
             MOVE AUDIT-DATE      TO WS-TR-FIX-DATE(WS-TR-SLOT)
             MOVE "Y"             TO WS-TR-FIX-FLAG(WS-TR-SLOT)
             MOVE "F"             TO WS-TR-STATE(WS-TR-SLOT)
             IF WS-IN-RANGE
               MOVE AUDIT-USER TO WS-LOOKUP-ID
               PERFORM 6000-FIND-CLERK-SLOT
               ADD 1 TO WS-CK-FIXED(WS-CK-SLOT)
             END-IF
           END-IF.

       2200-TRACE-STAGE.
           MOVE AUDIT-NEW-IMAGE TO WS-MATCH-IMAGE.
           MOVE "F"             TO WS-MATCH-STATE.
           PERFORM 2800-FIND-OPEN-TRAIL.
           IF WS-TR-SLOT = 0
             PERFORM 2950-NEW-UNFIXED-TRAIL
           END-IF.
           IF WS-TR-SLOT > 0
             PERFORM 2250-MARK-STAGED
             MOVE "S" TO WS-TR-STATE(WS-TR-SLOT)
             IF WS-IN-RANGE
               MOVE WS-TR-CLERK(WS-TR-SLOT) TO WS-LOOKUP-ID
               PERFORM 6000-FIND-CLERK-SLOT
               ADD 1 TO WS-CK-STAGED(WS-CK-SLOT)
             END-IF
           END-IF.

       2250-MARK-STAGED.
      *> RESUB's pending batch id is its run date and time, which are
      *> also the date and time on the audit record it writes.
           MOVE AUDIT-USER TO WS-TR-STAGER(WS-TR-SLOT).
           MOVE AUDIT-DATE TO WS-TR-STAGE-DATE(WS-TR-SLOT).
           MOVE AUDIT-DATE TO WS-BW-DATE.
           MOVE AUDIT-TIME TO WS-BW-TIME.
           MOVE WS-BATCH-WORK TO WS-TR-BATCH-ID(WS-TR-SLOT).

       2300-TRACE-OUTCOME.
           MOVE AUDIT-OLD-IMAGE TO WS-MATCH-IMAGE.
           MOVE "S"             TO WS-MATCH-STATE.
           PERFORM 2800-FIND-OPEN-TRAIL.
           IF WS-TR-SLOT = 0
             PERFORM 2950-NEW-UNFIXED-TRAIL
           END-IF.
           IF WS-TR-SLOT > 0
             PERFORM 2350-MARK-OUTCOME
           END-IF.

       2350-MARK-OUTCOME.
           MOVE AUDIT-USER TO WS-TR-SUPER(WS-TR-SLOT).
           MOVE AUDIT-DATE TO WS-TR-OUT-DATE(WS-TR-SLOT).
           EVALUATE AUDIT-ACTION
             WHEN "RELEASED "
               MOVE "R" TO WS-TR-STATE(WS-TR-SLOT)
             WHEN "RETURNED "
               MOVE "T" TO WS-TR-STATE(WS-TR-SLOT)
             WHEN OTHER
               MOVE "J" TO WS-TR-STATE(WS-TR-SLOT)
           END-EVALUATE.
           IF WS-IN-RANGE
             MOVE WS-TR-CLERK(WS-TR-SLOT) TO WS-LOOKUP-ID
             PERFORM 6000-FIND-CLERK-SLOT
             MOVE AUDIT-USER TO WS-LOOKUP-ID
             PERFORM 6100-FIND-SUPER-SLOT
             EVALUATE TRUE
               WHEN WS-TR-RELEASED(WS-TR-SLOT)
                 ADD 1 TO WS-CK-RELEASED(WS-CK-SLOT)
                 ADD 1 TO WS-SV-RELEASED(WS-SV-SLOT)
               WHEN WS-TR-RETURNED(WS-TR-SLOT)
                 ADD 1 TO WS-CK-RETURNED(WS-CK-SLOT)
                 ADD 1 TO WS-SV-RETURNED(WS-SV-SLOT)
               WHEN OTHER
                 ADD 1 TO WS-CK-REJECTED(WS-CK-SLOT)
                 ADD 1 TO WS-SV-REJECTED(WS-SV-SLOT)
             END-EVALUATE
             IF AUDIT-USER = WS-TR-CLERK(WS-TR-SLOT)
                OR AUDIT-USER = WS-TR-STAGER(WS-TR-SLOT)
               ADD 1 TO WS-SV-SAME-ID(WS-SV-SLOT)
             END-IF
           END-IF.

       2400-TRACE-REJECT.
      *> RESUB and RESAPPR both write REJECTED. One that matches a
      *> staged record is RESAPPR failing it at release; otherwise it
      *> is RESUB's edits failing a correction before it was staged.
           MOVE AUDIT-OLD-IMAGE TO WS-MATCH-IMAGE.
           MOVE "S"             TO WS-MATCH-STATE.
           PERFORM 2800-FIND-OPEN-TRAIL.
           IF WS-TR-SLOT > 0
             PERFORM 2350-MARK-OUTCOME
           ELSE
             MOVE "F" TO WS-MATCH-STATE
             PERFORM 2800-FIND-OPEN-TRAIL
             IF WS-TR-SLOT = 0
               PERFORM 2950-NEW-UNFIXED-TRAIL
             END-IF
             IF WS-TR-SLOT > 0
               PERFORM 2250-MARK-STAGED
               MOVE "X" TO WS-TR-STATE(WS-TR-SLOT)
               IF WS-IN-RANGE
                 MOVE WS-TR-CLERK(WS-TR-SLOT) TO WS-LOOKUP-ID
                 PERFORM 6000-FIND-CLERK-SLOT
                 ADD 1 TO WS-CK-REJECTED(WS-CK-SLOT)
               END-IF
             END-IF
           END-IF.

       2800-FIND-OPEN-TRAIL.
      *> Records written before the second identity was carried have
      *> no clerk on them; those match on the image alone.
           MOVE 0 TO WS-TR-SLOT.
           PERFORM VARYING WS-TR-IDX FROM 1 BY 1
               UNTIL WS-TR-IDX > WS-TRAIL-COUNT
                  OR WS-TR-SLOT > 0
             IF WS-TR-STATE(WS-TR-IDX) = WS-MATCH-STATE
                AND WS-TR-IMAGE(WS-TR-IDX) = WS-MATCH-IMAGE
                AND (AUDIT-USER2 = SPACES
                     OR WS-TR-CLERK(WS-TR-IDX) = AUDIT-USER2)
               MOVE WS-TR-IDX TO WS-TR-SLOT
             END-IF
           END-PERFORM.

       2900-NEW-TRAIL.
           MOVE 0 TO WS-TR-SLOT.
           IF WS-TRAIL-COUNT < 10000
             ADD 1 TO WS-TRAIL-COUNT
             MOVE WS-TRAIL-COUNT TO WS-TR-SLOT
             MOVE SPACES       TO WS-TRAIL-ENTRY(WS-TR-SLOT)
             MOVE AUDIT-REASON TO WS-TR-REASON(WS-TR-SLOT)
             MOVE 0 TO WS-TR-FIX-DATE(WS-TR-SLOT)
             MOVE 0 TO WS-TR-STAGE-DATE(WS-TR-SLOT)
             MOVE 0 TO WS-TR-OUT-DATE(WS-TR-SLOT)
             MOVE "N" TO WS-TR-FIX-FLAG(WS-TR-SLOT)
           ELSE
             IF NOT WS-TRAIL-FULL
               DISPLAY "FIXTRAIL: more than 10000 records in the "
                       "audit trail - later ones are not traced"
               SET WS-TRAIL-FULL TO TRUE
               IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
               END-IF
             END-IF
           END-IF.

       2950-NEW-UNFIXED-TRAIL.
      *> A step with no earlier correction to hang on still gets a
      *> trail of its own, so it is reported rather than lost.
           PERFORM 2900-NEW-TRAIL.
           IF WS-TR-SLOT > 0
             MOVE WS-MATCH-IMAGE TO WS-TR-IMAGE(WS-TR-SLOT)
             MOVE AUDIT-USER2    TO WS-TR-CLERK(WS-TR-SLOT)
           END-IF.

       3000-WRITE-TRAILS.
           PERFORM VARYING WS-TR-IDX FROM 1 BY 1
               UNTIL WS-TR-IDX > WS-TRAIL-COUNT
             MOVE "N" TO WS-IN-RANGE-FLAG
             IF (WS-TR-FIX-DATE(WS-TR-IDX) >= WS-FROM-DATE
                 AND WS-TR-FIX-DATE(WS-TR-IDX) <= WS-TO-DATE)
                OR (WS-TR-STAGE-DATE(WS-TR-IDX) >= WS-FROM-DATE
                 AND WS-TR-STAGE-DATE(WS-TR-IDX) <= WS-TO-DATE)
                OR (WS-TR-OUT-DATE(WS-TR-IDX) >= WS-FROM-DATE
                 AND WS-TR-OUT-DATE(WS-TR-IDX) <= WS-TO-DATE)
               SET WS-IN-RANGE TO TRUE
             END-IF
      *> A trail still waiting is listed whenever the range reaches
      *> past its last step, however long ago that step was.
             IF (WS-TR-FIXED(WS-TR-IDX) OR WS-TR-STAGED(WS-TR-IDX))
                AND WS-TO-DATE >= WS-TR-FIX-DATE(WS-TR-IDX)
                AND WS-TO-DATE >= WS-TR-STAGE-DATE(WS-TR-IDX)
               SET WS-IN-RANGE TO TRUE
             END-IF
             IF WS-IN-RANGE
               ADD 1 TO WS-LISTED-COUNT
               PERFORM 3100-WRITE-ONE-TRAIL
             END-IF
           END-PERFORM.

       3100-WRITE-ONE-TRAIL.
           MOVE WS-TR-IMAGE(WS-TR-IDX)  TO WS-RPT-R-IMAGE.
           MOVE WS-TR-REASON(WS-TR-IDX) TO WS-RPT-R-REASON.
           MOVE WS-TR-CLERK(WS-TR-IDX)  TO WS-RPT-R-CLERK.
           MOVE WS-RPT-RECORD-LINE TO WS-PRINT-HOLD.
           PERFORM 9220-WRITE-REPORT-LINE.

           IF WS-TR-HAS-FIX(WS-TR-IDX)
             MOVE "fixed"                   TO WS-RPT-S-STEP
             MOVE WS-TR-FIX-DATE(WS-TR-IDX) TO WS-RPT-S-DATE
             MOVE WS-TR-CLERK(WS-TR-IDX)    TO WS-RPT-S-ID
             MOVE SPACES                    TO WS-RPT-S-ELAPSED
             MOVE WS-RPT-STEP-LINE TO WS-PRINT-HOLD
             PERFORM 9220-WRITE-REPORT-LINE
           END-IF.

           IF WS-TR-FIXED(WS-TR-IDX)
             MOVE WS-TR-FIX-DATE(WS-TR-IDX) TO WS-DAYS-FROM
             MOVE WS-CURR-DATE-NUM          TO WS-DAYS-TO
             PERFORM 8500-COMPUTE-ELAPSED
             MOVE "not staged"    TO WS-RPT-W-STEP
             MOVE WS-ELAPSED-DAYS TO WS-RPT-W-DAYS
             MOVE WS-RPT-WAIT-LINE TO WS-PRINT-HOLD
             PERFORM 9220-WRITE-REPORT-LINE
           ELSE
             IF WS-TR-EDIT-FAILED(WS-TR-IDX)
               MOVE "rejected"  TO WS-RPT-S-STEP
             ELSE
               MOVE "staged"    TO WS-RPT-S-STEP
             END-IF
             MOVE WS-TR-STAGE-DATE(WS-TR-IDX) TO WS-RPT-S-DATE
             MOVE WS-TR-STAGER(WS-TR-IDX)     TO WS-RPT-S-ID
             MOVE SPACES                      TO WS-RPT-S-ELAPSED
             IF WS-TR-HAS-FIX(WS-TR-IDX)
                AND WS-TR-STAGE-DATE(WS-TR-IDX) > 0
               MOVE WS-TR-FIX-DATE(WS-TR-IDX)   TO WS-DAYS-FROM
               MOVE WS-TR-STAGE-DATE(WS-TR-IDX) TO WS-DAYS-TO
               PERFORM 8500-COMPUTE-ELAPSED
               MOVE WS-ELAPSED-DAYS     TO WS-RPT-E-DAYS
               MOVE WS-RPT-ELAPSED-TEXT TO WS-RPT-S-ELAPSED
             END-IF
             IF WS-TR-STAGE-DATE(WS-TR-IDX) > 0
               MOVE WS-RPT-STEP-LINE TO WS-PRINT-HOLD
               PERFORM 9220-WRITE-REPORT-LINE
             END-IF
           END-IF.

           EVALUATE TRUE
             WHEN WS-TR-STAGED(WS-TR-IDX)
               MOVE WS-TR-STAGE-DATE(WS-TR-IDX) TO WS-DAYS-FROM
               MOVE WS-CURR-DATE-NUM            TO WS-DAYS-TO
               PERFORM 8500-COMPUTE-ELAPSED
               MOVE "not approved"  TO WS-RPT-W-STEP
               MOVE WS-ELAPSED-DAYS TO WS-RPT-W-DAYS
               MOVE WS-RPT-WAIT-LINE TO WS-PRINT-HOLD
               PERFORM 9220-WRITE-REPORT-LINE
               PERFORM 3300-COUNT-OPEN-BATCH
             WHEN WS-TR-RELEASED(WS-TR-IDX)
               MOVE "released"  TO WS-RPT-S-STEP
               PERFORM 3200-WRITE-OUTCOME-STEP
             WHEN WS-TR-RETURNED(WS-TR-IDX)
               MOVE "returned"  TO WS-RPT-S-STEP
               PERFORM 3200-WRITE-OUTCOME-STEP
             WHEN WS-TR-REREJECTED(WS-TR-IDX)
               MOVE "rejected"  TO WS-RPT-S-STEP
               PERFORM 3200-WRITE-OUTCOME-STEP
           END-EVALUATE.

           PERFORM 3400-WRITE-EXCEPTIONS.

       3200-WRITE-OUTCOME-STEP.
           MOVE WS-TR-OUT-DATE(WS-TR-IDX) TO WS-RPT-S-DATE.
           MOVE WS-TR-SUPER(WS-TR-IDX)    TO WS-RPT-S-ID.
           MOVE SPACES                    TO WS-RPT-S-ELAPSED.
           IF WS-TR-STAGE-DATE(WS-TR-IDX) > 0
             MOVE WS-TR-STAGE-DATE(WS-TR-IDX) TO WS-DAYS-FROM
             MOVE WS-TR-OUT-DATE(WS-TR-IDX)   TO WS-DAYS-TO
             PERFORM 8500-COMPUTE-ELAPSED
             MOVE WS-ELAPSED-DAYS     TO WS-RPT-E-DAYS
             MOVE WS-RPT-ELAPSED-TEXT TO WS-RPT-S-ELAPSED
           END-IF.
           MOVE WS-RPT-STEP-LINE TO WS-PRINT-HOLD.
           PERFORM 9220-WRITE-REPORT-LINE.

       3300-COUNT-OPEN-BATCH.
           MOVE 0 TO WS-BT-SLOT.
           PERFORM VARYING WS-BT-IDX FROM 1 BY 1
               UNTIL WS-BT-IDX > WS-BATCH-COUNT
                  OR WS-BT-SLOT > 0
             IF WS-BT-ID(WS-BT-IDX) = WS-TR-BATCH-ID(WS-TR-IDX)
               MOVE WS-BT-IDX TO WS-BT-SLOT
             END-IF
           END-PERFORM.
           IF WS-BT-SLOT = 0
             IF WS-BATCH-COUNT < 500
               ADD 1 TO WS-BATCH-COUNT
               MOVE WS-BATCH-COUNT TO WS-BT-SLOT
               MOVE WS-TR-BATCH-ID(WS-TR-IDX) TO WS-BT-ID(WS-BT-SLOT)
               MOVE WS-TR-STAGE-DATE(WS-TR-IDX)
                                          TO WS-BT-DATE(WS-BT-SLOT)
               MOVE WS-TR-STAGER(WS-TR-IDX) TO WS-BT-STAGER(WS-BT-SLOT)
               MOVE 0 TO WS-BT-OPEN(WS-BT-SLOT)
             ELSE
               MOVE 500 TO WS-BT-SLOT
             END-IF
           END-IF.
           ADD 1 TO WS-BT-OPEN(WS-BT-SLOT).

       3400-WRITE-EXCEPTIONS.
           IF WS-TR-SUPER(WS-TR-IDX) NOT = SPACES
              AND (WS-TR-SUPER(WS-TR-IDX) = WS-TR-CLERK(WS-TR-IDX)
                OR WS-TR-SUPER(WS-TR-IDX) = WS-TR-STAGER(WS-TR-IDX))
             ADD 1 TO WS-SAME-ID-COUNT
             MOVE "same id on both sides of the approval"
                                         TO WS-RPT-X-TEXT
             PERFORM 3500-WRITE-EXCEPTION-LINE
           END-IF.
           IF WS-TR-FIXED(WS-TR-IDX)
             ADD 1 TO WS-UNSTAGED-COUNT
             MOVE "fixed but never staged" TO WS-RPT-X-TEXT
             PERFORM 3500-WRITE-EXCEPTION-LINE
           END-IF.
           IF WS-TR-STAGED(WS-TR-IDX)
             ADD 1 TO WS-UNAPPROVED-COUNT
             MOVE "staged but never approved" TO WS-RPT-X-TEXT
             PERFORM 3500-WRITE-EXCEPTION-LINE
           END-IF.
           IF NOT WS-TR-HAS-FIX(WS-TR-IDX)
             ADD 1 TO WS-NO-FIX-COUNT
             IF WS-TR-RELEASED(WS-TR-IDX)
               MOVE "released with no matching REJFIX correction"
                                         TO WS-RPT-X-TEXT
             ELSE
               MOVE "no matching REJFIX correction" TO WS-RPT-X-TEXT
             END-IF
             PERFORM 3500-WRITE-EXCEPTION-LINE
           END-IF.

       3500-WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE WS-RPT-EXCEPT-LINE TO WS-PRINT-HOLD.
           PERFORM 9220-WRITE-REPORT-LINE.

       4000-WRITE-OPEN-BATCHES.
           PERFORM VARYING WS-BT-IDX FROM 1 BY 1
               UNTIL WS-BT-IDX > WS-BATCH-COUNT
             MOVE WS-BT-ID(WS-BT-IDX)     TO WS-RPT-B-ID
             MOVE WS-BT-STAGER(WS-BT-IDX) TO WS-RPT-B-STAGER
             MOVE WS-BT-OPEN(WS-BT-IDX)   TO WS-RPT-B-OPEN
             MOVE WS-BT-DATE(WS-BT-IDX)   TO WS-DAYS-FROM
             MOVE WS-CURR-DATE-NUM        TO WS-DAYS-TO
             PERFORM 8500-COMPUTE-ELAPSED
             MOVE WS-ELAPSED-DAYS         TO WS-RPT-B-DAYS
             MOVE WS-RPT-BATCH-LINE TO WS-PRINT-HOLD
             PERFORM 9220-WRITE-REPORT-LINE
           END-PERFORM.

       5000-WRITE-ACTIVITY-TOTALS.
           PERFORM VARYING WS-CK-IDX FROM 1 BY 1
               UNTIL WS-CK-IDX > WS-CLERK-COUNT
             MOVE WS-CK-ID(WS-CK-IDX)       TO WS-RPT-C-ID
             MOVE WS-CK-FIXED(WS-CK-IDX)    TO WS-RPT-C-FIXED
             MOVE WS-CK-STAGED(WS-CK-IDX)   TO WS-RPT-C-STAGED
             MOVE WS-CK-RELEASED(WS-CK-IDX) TO WS-RPT-C-RELEASED
             MOVE WS-CK-RETURNED(WS-CK-IDX) TO WS-RPT-C-RETURNED
             MOVE WS-CK-REJECTED(WS-CK-IDX) TO WS-RPT-C-REJECTED
             MOVE WS-RPT-CLERK-LINE TO WS-PRINT-HOLD
             PERFORM 9220-WRITE-REPORT-LINE
           END-PERFORM.
           PERFORM VARYING WS-SV-IDX FROM 1 BY 1
               UNTIL WS-SV-IDX > WS-SUPER-COUNT
             MOVE WS-SV-ID(WS-SV-IDX)       TO WS-RPT-V-ID
             MOVE WS-SV-RELEASED(WS-SV-IDX) TO WS-RPT-V-RELEASED
             MOVE WS-SV-RETURNED(WS-SV-IDX) TO WS-RPT-V-RETURNED
             MOVE WS-SV-REJECTED(WS-SV-IDX) TO WS-RPT-V-REJECTED
             MOVE WS-SV-SAME-ID(WS-SV-IDX)  TO WS-RPT-V-SAME-ID
             MOVE WS-RPT-SUPER-LINE TO WS-PRINT-HOLD
             PERFORM 9220-WRITE-REPORT-LINE
           END-PERFORM.
           MOVE WS-SAME-ID-COUNT    TO WS-RPT-T-SAME-ID.
           MOVE WS-UNSTAGED-COUNT   TO WS-RPT-T-UNSTAGED.
           MOVE WS-UNAPPROVED-COUNT TO WS-RPT-T-UNAPPROVED.
           MOVE WS-NO-FIX-COUNT     TO WS-RPT-T-NO-FIX.
           MOVE WS-RPT-EXCTOT-LINE TO WS-PRINT-HOLD.
           PERFORM 9220-WRITE-REPORT-LINE.
           MOVE WS-LISTED-COUNT TO WS-RPT-T-LISTED.
           MOVE WS-TRAIL-COUNT  TO WS-RPT-T-TRACED.
           MOVE WS-RPT-TRAIL-TOT-LINE TO WS-PRINT-HOLD.
           PERFORM 9220-WRITE-REPORT-LINE.

       6000-FIND-CLERK-SLOT.
           MOVE 0 TO WS-CK-SLOT.
           PERFORM VARYING WS-CK-IDX FROM 1 BY 1
               UNTIL WS-CK-IDX > WS-CLERK-COUNT
                  OR WS-CK-SLOT > 0
             IF WS-CK-ID(WS-CK-IDX) = WS-LOOKUP-ID
               MOVE WS-CK-IDX TO WS-CK-SLOT
             END-IF
           END-PERFORM.
           IF WS-CK-SLOT = 0
             IF WS-CLERK-COUNT < 200
               ADD 1 TO WS-CLERK-COUNT
               MOVE WS-CLERK-COUNT TO WS-CK-SLOT
               MOVE WS-LOOKUP-ID TO WS-CK-ID(WS-CK-SLOT)
               MOVE 0 TO WS-CK-FIXED(WS-CK-SLOT)
               MOVE 0 TO WS-CK-STAGED(WS-CK-SLOT)
               MOVE 0 TO WS-CK-RELEASED(WS-CK-SLOT)
               MOVE 0 TO WS-CK-RETURNED(WS-CK-SLOT)
               MOVE 0 TO WS-CK-REJECTED(WS-CK-SLOT)
             ELSE
      *> More ids than the table holds ride in the last row rather
      *> than being dropped from the totals.
               MOVE 200 TO WS-CK-SLOT
             END-IF
           END-IF.

       6100-FIND-SUPER-SLOT.
           MOVE 0 TO WS-SV-SLOT.
           PERFORM VARYING WS-SV-IDX FROM 1 BY 1
               UNTIL WS-SV-IDX > WS-SUPER-COUNT
                  OR WS-SV-SLOT > 0
             IF WS-SV-ID(WS-SV-IDX) = WS-LOOKUP-ID
               MOVE WS-SV-IDX TO WS-SV-SLOT
             END-IF
           END-PERFORM.
           IF WS-SV-SLOT = 0
             IF WS-SUPER-COUNT < 200
               ADD 1 TO WS-SUPER-COUNT
               MOVE WS-SUPER-COUNT TO WS-SV-SLOT
               MOVE WS-LOOKUP-ID TO WS-SV-ID(WS-SV-SLOT)
               MOVE 0 TO WS-SV-RELEASED(WS-SV-SLOT)
               MOVE 0 TO WS-SV-RETURNED(WS-SV-SLOT)
               MOVE 0 TO WS-SV-REJECTED(WS-SV-SLOT)
               MOVE 0 TO WS-SV-SAME-ID(WS-SV-SLOT)
             ELSE
               MOVE 200 TO WS-SV-SLOT
             END-IF
           END-IF.

       8500-COMPUTE-ELAPSED.
      *> Whole days from WS-DAYS-FROM to WS-DAYS-TO; a date that is
      *> not a usable calendar date counts as no time at all.
           MOVE 0 TO WS-ELAPSED-DAYS.
           IF WS-DAYS-FROM NUMERIC
              AND WS-DAYS-FROM > 19000101
              AND WS-DAYS-FROM < 30000101
              AND WS-DAYS-TO NUMERIC
              AND WS-DAYS-TO > 19000101
              AND WS-DAYS-TO < 30000101
             COMPUTE WS-ELAPSED-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-DAYS-TO)
               - FUNCTION INTEGER-OF-DATE(WS-DAYS-FROM)
             IF WS-ELAPSED-DAYS < 0
               MOVE 0 TO WS-ELAPSED-DAYS
             END-IF
           END-IF.

       9200-OPEN-PRINT-FILE.
           OPEN OUTPUT PRINT-FILE.
           IF PRINT-FILE-OK
             PERFORM 9210-WRITE-PAGE-HEADER
           ELSE
             DISPLAY "FIXTRAIL: could not open print file, status "
                     PRINT-FILE-STATUS
           END-IF.

       9210-WRITE-PAGE-HEADER.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE "FIXTRAIL"     TO WS-RPT-H-PROGRAM.
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
