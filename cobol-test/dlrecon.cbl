000000 IDENTIFICATION DIVISION.
000010 PROGRAM-ID.    DLRECON.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
          FILE-CONTROL.
            SELECT XMIT-LOG-FILE ASSIGN TO 'dltxmit.log'
              ORGANIZATION IS LINE SEQUENTIAL
              STATUS XMIT-LOG-STATUS.
            SELECT RECEIPT-FILE ASSIGN TO 'subrcpt.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              STATUS RECEIPT-FILE-STATUS.
            SELECT HOLD-FILE ASSIGN TO 'subhold.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              STATUS HOLD-FILE-STATUS.
            SELECT PARM-FILE ASSIGN TO 'runparm.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              STATUS PARM-FILE-STATUS.
            SELECT PRINT-FILE ASSIGN TO 'dlrecon.rpt'
              ORGANIZATION IS LINE SEQUENTIAL
              STATUS PRINT-FILE-STATUS.
       DATA DIVISION.
         FILE SECTION.
        FD  XMIT-LOG-FILE.
      *> Must mirror dlsplit.cbl's XMIT-LOG-REC exactly: one line per
      *> extract cut, in the order the cuts were made. Lines cut
      *> before XL-RUN-DATE was carried have it blank; for those the
      *> cut date is the header date.
        01  XMIT-LOG-REC.
            05  XL-DATE             PIC 9(8).
            05  FILLER              PIC X.
            05  XL-TIME             PIC 9(6).
            05  XL-TIME-SPLIT REDEFINES XL-TIME.
                10  XL-HH           PIC 9(2).
                10  XL-MIN          PIC 9(2).
                10  XL-SS           PIC 9(2).
            05  FILLER              PIC X.
            05  XL-SUB-ID           PIC X(8).
            05  FILLER              PIC X.
            05  XL-FILE-NO          PIC 9.
            05  FILLER              PIC X.
            05  XL-ADDED-CNT        PIC 9(9).
            05  FILLER              PIC X.
            05  XL-CHANGED-CNT      PIC 9(9).
            05  FILLER              PIC X.
            05  XL-DELETED-CNT      PIC 9(9).
            05  FILLER              PIC X.
            05  XL-RUN-DATE         PIC 9(8).
        FD  RECEIPT-FILE.
      *> One card per extract a subscriber has taken in and applied,
      *> sent back by the subscriber: its id, the run date on the
      *> extract's header, and how many detail records it counted.
        01  RECEIPT-REC.
            05  RC-SUB-ID           PIC X(8).
            05  FILLER              PIC X.
            05  RC-RUN-DATE         PIC 9(8).
            05  FILLER              PIC X.
            05  RC-DETAIL-COUNT     PIC 9(9).
        FD  HOLD-FILE.
      *> One line per subscriber that has ever been blocked: H while
      *> DLSPLIT is to hold its extracts back, R once operations has
      *> released it through DLRELSE, stamped with when and by whom
      *> the status last changed.
        01  HOLD-REC.
            05  SH-SUB-ID           PIC X(8).
            05  FILLER              PIC X.
            05  SH-STATUS           PIC X.
                88  SH-IS-HELD          VALUE "H".
                88  SH-IS-RELEASED      VALUE "R".
            05  FILLER              PIC X.
            05  SH-STAMP-DATE       PIC 9(8).
            05  FILLER              PIC X.
            05  SH-STAMP-TIME       PIC 9(6).
            05  FILLER              PIC X.
            05  SH-OPERATOR         PIC X(8).
            05  FILLER              PIC X.
            05  SH-UNACKED-COUNT    PIC 9(5).
        FD  PARM-FILE.
        01  PARM-REC PIC X(80).
        FD  PRINT-FILE.
        01  PRINT-REC PIC X(80).
         WORKING-STORAGE SECTION.
        01  XMIT-LOG-STATUS             PIC XX.
            88  XMIT-LOG-OK                 VALUE "00".
        01  RECEIPT-FILE-STATUS         PIC XX.
            88  RECEIPT-FILE-OK             VALUE "00".
        01  HOLD-FILE-STATUS            PIC XX.
            88  HOLD-FILE-OK                VALUE "00".
        01  PARM-FILE-STATUS            PIC XX.
            88  PARM-FILE-OK                VALUE "00".
        01  PRINT-FILE-STATUS           PIC XX.
            88  PRINT-FILE-OK               VALUE "00".
        01  WS-RECON-OK-FLAG            PIC X VALUE "Y".
            88  WS-RECON-OK                 VALUE "Y".
        01  WS-XMIT-EOF-FLAG            PIC X VALUE "N".
            88  WS-XMIT-EOF                 VALUE "Y".
        01  WS-RECEIPT-EOF-FLAG         PIC X VALUE "N".
            88  WS-RECEIPT-EOF              VALUE "Y".
        01  WS-HOLD-EOF-FLAG            PIC X VALUE "N".
            88  WS-HOLD-EOF                 VALUE "Y".
        01  WS-PARM-EOF-FLAG            PIC X VALUE "N".
            88  WS-PARM-EOF                 VALUE "Y".
        01  WS-PARM-KEYWORD             PIC X(20).
        01  WS-PARM-VALUE               PIC X(20).
        01  WS-PARM-NUMBER              PIC 9(9).
        01  WS-PARM-DIGIT-COUNT         PIC 9(2).
      *> Hours a subscriber has to send back its receipt before the
      *> extract is listed as overdue, and how many overdue extracts
      *> in a row block its next cut; zero for the second means no
      *> subscriber is ever blocked. Both come from run-control cards.
        01  WS-OVERDUE-HOURS            PIC 9(5) VALUE 24.
        01  WS-BLOCK-AFTER              PIC 9(5) VALUE 3.
        01  WS-OVERDUE-MINUTES          PIC 9(9) VALUE 0.
      *> Every extract the transmission log records, in log order. A
      *> log longer than the table keeps its newest entries: the
      *> oldest are the ones long since settled.
        01  WS-XMIT-COUNT               PIC 9(5) VALUE 0.
        01  WS-XMIT-AGED-OUT-COUNT      PIC 9(9) VALUE 0.
        01  WS-XMIT-IDX                 PIC 9(5) COMP.
        01  WS-XMIT-TABLE.
            05  WS-XMIT-ENTRY OCCURS 5000 TIMES.
                10  WS-XT-DATE          PIC 9(8).
                10  WS-XT-TIME          PIC 9(6).
                10  WS-XT-HH            PIC 9(2).
                10  WS-XT-MIN           PIC 9(2).
                10  WS-XT-SUB-ID        PIC X(8).
                10  WS-XT-FILE-NO       PIC 9.
                10  WS-XT-RUN-DATE      PIC 9(8).
                10  WS-XT-DETAIL-COUNT  PIC 9(9).
                10  WS-XT-RECEIVED      PIC 9(9).
                10  WS-XT-RECEIPT-FLAG  PIC X.
                    88  WS-XT-NO-RECEIPT    VALUE "N".
                    88  WS-XT-RECEIVED-OK   VALUE "Y".
                    88  WS-XT-MISMATCHED    VALUE "M".
                    88  WS-XT-ACKNOWLEDGED  VALUE "Y" "M".
        01  WS-XMIT-FOUND-FLAG          PIC X VALUE "N".
            88  WS-XMIT-FOUND               VALUE "Y".
        01  WS-DUPLICATE-FLAG           PIC X VALUE "N".
            88  WS-RECEIPT-DUPLICATE        VALUE "Y".
      *> One row per subscriber seen in the log or the hold file:
      *> its hold status as read, and the run of overdue extracts
      *> since it was last acknowledged or released.
        01  WS-HOLD-COUNT               PIC 9(3) VALUE 0.
        01  WS-HOLD-IDX                 PIC 9(3) COMP.
        01  WS-HOLD-SLOT                PIC 9(3) COMP.
        01  WS-CHECK-SUB-ID             PIC X(8).
        01  WS-HOLD-TABLE.
            05  WS-HOLD-ENTRY OCCURS 99 TIMES.
                10  WS-HT-SUB-ID        PIC X(8).
                10  WS-HT-STATUS        PIC X.
                    88  WS-HT-HELD          VALUE "H".
                    88  WS-HT-RELEASED      VALUE "R".
                    88  WS-HT-NEVER-HELD    VALUE SPACE.
                10  WS-HT-STAMP-DATE    PIC 9(8).
                10  WS-HT-STAMP-TIME    PIC 9(6).
                10  WS-HT-OPERATOR      PIC X(8).
                10  WS-HT-RUN-COUNT     PIC 9(5).
        01  WS-HOLD-TABLE-FULL-FLAG     PIC X VALUE "N".
            88  WS-HOLD-TABLE-FULL          VALUE "Y".
        01  WS-HOLDS-CHANGED-FLAG       PIC X VALUE "N".
            88  WS-HOLDS-CHANGED            VALUE "Y".
        01  WS-RECEIPT-COUNT            PIC 9(9) VALUE 0.
        01  WS-MATCHED-COUNT            PIC 9(9) VALUE 0.
        01  WS-MISMATCH-COUNT           PIC 9(9) VALUE 0.
        01  WS-UNKNOWN-COUNT            PIC 9(9) VALUE 0.
        01  WS-OVERDUE-COUNT            PIC 9(9) VALUE 0.
        01  WS-AWAITING-COUNT           PIC 9(9) VALUE 0.
        01  WS-BLOCKED-COUNT            PIC 9(3) VALUE 0.
        01  WS-STILL-HELD-COUNT         PIC 9(3) VALUE 0.
        01  WS-TODAY-INT                PIC 9(9).
        01  WS-XMIT-DATE-INT            PIC 9(9).
        01  WS-AGE-MINUTES              PIC S9(9).
        01  WS-AGE-HOURS                PIC 9(7).
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
        01  WS-RPT-MISMATCH-LINE.
            05  FILLER              PIC X(9)  VALUE "Mismatch:".
            05  WS-RPT-M-SUB-ID     PIC X(8).
            05  FILLER              PIC X     VALUE SPACE.
            05  WS-RPT-M-DATE       PIC 9999/99/99.
            05  FILLER              PIC X(6)  VALUE " sent:".
            05  WS-RPT-M-SENT       PIC ZZZ,ZZZ,ZZ9.
            05  FILLER              PIC X(10) VALUE " received:".
            05  WS-RPT-M-RECEIVED   PIC ZZZ,ZZZ,ZZ9.
        01  WS-RPT-UNKNOWN-LINE.
            05  FILLER              PIC X(9)  VALUE "Unknown :".
            05  WS-RPT-U-SUB-ID     PIC X(8).
            05  FILLER              PIC X     VALUE SPACE.
            05  WS-RPT-U-DATE       PIC X(8).
            05  FILLER              PIC X(10) VALUE " received:".
            05  WS-RPT-U-RECEIVED   PIC ZZZ,ZZZ,ZZ9.
            05  FILLER              PIC X     VALUE SPACE.
            05  WS-RPT-U-REASON     PIC X(24).
        01  WS-RPT-OVERDUE-LINE.
            05  FILLER              PIC X(9)  VALUE "Overdue :".
            05  WS-RPT-O-SUB-ID     PIC X(8).
            05  FILLER              PIC X     VALUE SPACE.
            05  WS-RPT-O-DATE       PIC 9999/99/99.
            05  FILLER              PIC X     VALUE SPACE.
            05  WS-RPT-O-TIME       PIC 9(6).
            05  FILLER              PIC X(6)  VALUE " file:".
            05  WS-RPT-O-FILE-NO    PIC 9.
            05  FILLER              PIC X(6)  VALUE " sent:".
            05  WS-RPT-O-SENT       PIC ZZZ,ZZZ,ZZ9.
            05  FILLER              PIC X(5)  VALUE " age:".
            05  WS-RPT-O-HOURS      PIC ZZZ,ZZ9.
            05  FILLER              PIC X(2)  VALUE "h".
        01  WS-RPT-HOLD-LINE.
            05  FILLER              PIC X(9)  VALUE "Blocked :".
            05  WS-RPT-B-SUB-ID     PIC X(8).
            05  FILLER              PIC X     VALUE SPACE.
            05  WS-RPT-B-RUN        PIC ZZZZ9.
            05  FILLER              PIC X(24)
                                  VALUE " overdue in a row, held ".
            05  WS-RPT-B-STATE      PIC X(20).
        01  WS-RPT-TOTAL-LINE.
            05  FILLER              PIC X(9)  VALUE "Receipts:".
            05  WS-RPT-T-RECEIPTS   PIC ZZZ,ZZ9.
            05  FILLER              PIC X(9)  VALUE " matched:".
            05  WS-RPT-T-MATCHED    PIC ZZZ,ZZ9.
            05  FILLER              PIC X(10) VALUE " mismatch:".
            05  WS-RPT-T-MISMATCH   PIC ZZZ,ZZ9.
            05  FILLER              PIC X(9)  VALUE " overdue:".
            05  WS-RPT-T-OVERDUE    PIC ZZZ,ZZ9.
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
           COMPUTE WS-TODAY-INT =
             FUNCTION INTEGER-OF-DATE(WS-CURR-DATE-NUM).

           PERFORM 0400-READ-PARAMETERS.
           PERFORM 1000-LOAD-TRANSMISSION-LOG.
           IF WS-RECON-OK
             PERFORM 1500-LOAD-HOLDS
             PERFORM 9200-OPEN-PRINT-FILE
             PERFORM 2000-MATCH-RECEIPTS
             PERFORM 3000-CHECK-OVERDUE-EXTRACTS
             PERFORM 4000-APPLY-HOLDS
             PERFORM 4500-REWRITE-HOLDS
             PERFORM 5000-WRITE-TOTALS
             PERFORM 9230-WRITE-REPORT-FOOTER
             DISPLAY "DLRECON: " WS-XMIT-COUNT " extracts, "
                     WS-RECEIPT-COUNT " receipts - "
                     WS-MATCHED-COUNT " matched, "
                     WS-MISMATCH-COUNT " mismatched, "
                     WS-OVERDUE-COUNT " overdue past "
                     WS-OVERDUE-HOURS " hours"
             IF WS-BLOCKED-COUNT > 0 OR WS-STILL-HELD-COUNT > 0
               DISPLAY "DLRECON: " WS-BLOCKED-COUNT
                       " subscriber(s) newly blocked, "
                       WS-STILL-HELD-COUNT " still held awaiting "
                       "release"
             END-IF
           END-IF.

000040     STOP  RUN.

       0400-READ-PARAMETERS.
      *> The RECEIPT- cards are this step's; the rest of the
      *> run-control cards belong to the chain and are passed over.
      *> A missing parameter file leaves the standard values.
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
           COMPUTE WS-OVERDUE-MINUTES = WS-OVERDUE-HOURS * 60.

       0420-SCAN-ONE-CARD.
           IF PARM-REC = SPACES OR PARM-REC(1:1) = "*"
             CONTINUE
           ELSE
             MOVE SPACES TO WS-PARM-KEYWORD WS-PARM-VALUE
             UNSTRING PARM-REC DELIMITED BY "="
               INTO WS-PARM-KEYWORD WS-PARM-VALUE
             END-UNSTRING
             EVALUATE WS-PARM-KEYWORD
               WHEN "RECEIPT-OVERDUE-HRS"
                 PERFORM 0440-EDIT-PARM-NUMBER
                 IF WS-PARM-NUMBER > 0 AND WS-PARM-NUMBER < 10000
                   MOVE WS-PARM-NUMBER TO WS-OVERDUE-HOURS
                 ELSE
                   DISPLAY "DLRECON: RECEIPT-OVERDUE-HRS card invalid "
                           "- standard " WS-OVERDUE-HOURS
                           " in effect"
                 END-IF
               WHEN "RECEIPT-BLOCK-AFTER"
                 PERFORM 0440-EDIT-PARM-NUMBER
                 IF WS-PARM-DIGIT-COUNT = 20
                    AND WS-PARM-NUMBER < 1000
                   MOVE WS-PARM-NUMBER TO WS-BLOCK-AFTER
                 ELSE
                   DISPLAY "DLRECON: RECEIPT-BLOCK-AFTER card invalid "
                           "- standard " WS-BLOCK-AFTER " in effect"
                 END-IF
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-IF.

       0440-EDIT-PARM-NUMBER.
           MOVE 0 TO WS-PARM-NUMBER.
           MOVE 0 TO WS-PARM-DIGIT-COUNT.
           INSPECT WS-PARM-VALUE TALLYING WS-PARM-DIGIT-COUNT
             FOR ALL "0" ALL "1" ALL "2" ALL "3" ALL "4"
                 ALL "5" ALL "6" ALL "7" ALL "8" ALL "9"
                 ALL SPACE.
           IF WS-PARM-VALUE NOT = SPACES
              AND WS-PARM-DIGIT-COUNT = 20
             COMPUTE WS-PARM-NUMBER = FUNCTION NUMVAL(WS-PARM-VALUE)
           ELSE
             MOVE 0 TO WS-PARM-DIGIT-COUNT
           END-IF.

       1000-LOAD-TRANSMISSION-LOG.
           OPEN INPUT XMIT-LOG-FILE.
           IF NOT XMIT-LOG-OK
             DISPLAY "DLRECON: no transmission log, status "
                     XMIT-LOG-STATUS " - nothing to reconcile"
             MOVE 4 TO RETURN-CODE
             MOVE "N" TO WS-RECON-OK-FLAG
           ELSE
             PERFORM UNTIL WS-XMIT-EOF
               READ XMIT-LOG-FILE
                 AT END
                   SET WS-XMIT-EOF TO TRUE
                 NOT AT END
                   IF XMIT-LOG-REC NOT = SPACES
                     PERFORM 1100-FILE-ONE-EXTRACT
                   END-IF
               END-READ
             END-PERFORM
             CLOSE XMIT-LOG-FILE
             IF WS-XMIT-AGED-OUT-COUNT > 0
               DISPLAY "DLRECON: transmission log longer than 5000 "
                       "extracts - oldest " WS-XMIT-AGED-OUT-COUNT
                       " not reconciled"
               IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
               END-IF
             END-IF
           END-IF.

       1100-FILE-ONE-EXTRACT.
           IF WS-XMIT-COUNT >= 5000
             PERFORM VARYING WS-XMIT-IDX FROM 1 BY 1
                 UNTIL WS-XMIT-IDX >= 5000
               MOVE WS-XMIT-ENTRY(WS-XMIT-IDX + 1)
                 TO WS-XMIT-ENTRY(WS-XMIT-IDX)
             END-PERFORM
             ADD 1 TO WS-XMIT-AGED-OUT-COUNT
           ELSE
             ADD 1 TO WS-XMIT-COUNT
           END-IF.
           MOVE WS-XMIT-COUNT  TO WS-XMIT-IDX.
           MOVE XL-DATE        TO WS-XT-DATE(WS-XMIT-IDX).
           MOVE XL-TIME        TO WS-XT-TIME(WS-XMIT-IDX).
           MOVE XL-HH          TO WS-XT-HH(WS-XMIT-IDX).
           MOVE XL-MIN         TO WS-XT-MIN(WS-XMIT-IDX).
           MOVE XL-SUB-ID      TO WS-XT-SUB-ID(WS-XMIT-IDX).
           MOVE XL-FILE-NO     TO WS-XT-FILE-NO(WS-XMIT-IDX).
           IF XL-RUN-DATE NUMERIC AND XL-RUN-DATE > 0
             MOVE XL-RUN-DATE  TO WS-XT-RUN-DATE(WS-XMIT-IDX)
           ELSE
             MOVE XL-DATE      TO WS-XT-RUN-DATE(WS-XMIT-IDX)
           END-IF.
           COMPUTE WS-XT-DETAIL-COUNT(WS-XMIT-IDX) =
             XL-ADDED-CNT + XL-CHANGED-CNT + XL-DELETED-CNT.
           MOVE 0              TO WS-XT-RECEIVED(WS-XMIT-IDX).
           SET WS-XT-NO-RECEIPT(WS-XMIT-IDX) TO TRUE.

       1500-LOAD-HOLDS.
      *> No hold file yet just means no subscriber has ever been
      *> blocked.
           OPEN INPUT HOLD-FILE.
           IF HOLD-FILE-OK
             PERFORM UNTIL WS-HOLD-EOF
               READ HOLD-FILE
                 AT END
                   SET WS-HOLD-EOF TO TRUE
                 NOT AT END
                   IF SH-SUB-ID NOT = SPACES
                     MOVE SH-SUB-ID TO WS-CHECK-SUB-ID
                     PERFORM 1600-FIND-HOLD-SLOT
                     IF WS-HOLD-SLOT > 0
                       MOVE SH-STATUS     TO WS-HT-STATUS(WS-HOLD-SLOT)
                       MOVE SH-STAMP-DATE
                         TO WS-HT-STAMP-DATE(WS-HOLD-SLOT)
                       MOVE SH-STAMP-TIME
                         TO WS-HT-STAMP-TIME(WS-HOLD-SLOT)
                       MOVE SH-OPERATOR  TO WS-HT-OPERATOR(WS-HOLD-SLOT)
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE HOLD-FILE
           END-IF.

       1600-FIND-HOLD-SLOT.
           MOVE 0 TO WS-HOLD-SLOT.
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
               UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
                  OR WS-HOLD-SLOT > 0
             IF WS-HT-SUB-ID(WS-HOLD-IDX) = WS-CHECK-SUB-ID
               MOVE WS-HOLD-IDX TO WS-HOLD-SLOT
             END-IF
           END-PERFORM.
           IF WS-HOLD-SLOT = 0
             IF WS-HOLD-COUNT < 99
               ADD 1 TO WS-HOLD-COUNT
               MOVE WS-HOLD-COUNT TO WS-HOLD-SLOT
               MOVE WS-CHECK-SUB-ID TO WS-HT-SUB-ID(WS-HOLD-SLOT)
               MOVE SPACE  TO WS-HT-STATUS(WS-HOLD-SLOT)
               MOVE 0      TO WS-HT-STAMP-DATE(WS-HOLD-SLOT)
               MOVE 0      TO WS-HT-STAMP-TIME(WS-HOLD-SLOT)
               MOVE SPACES TO WS-HT-OPERATOR(WS-HOLD-SLOT)
               MOVE 0      TO WS-HT-RUN-COUNT(WS-HOLD-SLOT)
             ELSE
               IF NOT WS-HOLD-TABLE-FULL
                 DISPLAY "DLRECON: more than 99 subscribers - the "
                         "rest are not considered for blocking"
                 IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
                 END-IF
                 SET WS-HOLD-TABLE-FULL TO TRUE
               END-IF
             END-IF
           END-IF.

       2000-MATCH-RECEIPTS.
      *> No receipt file means no subscriber has acknowledged
      *> anything; every extract then runs against the clock.
           OPEN INPUT RECEIPT-FILE.
           IF NOT RECEIPT-FILE-OK
             DISPLAY "DLRECON: no subscriber receipt file, status "
                     RECEIPT-FILE-STATUS " - no extract acknowledged"
             IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
             END-IF
           ELSE
             PERFORM UNTIL WS-RECEIPT-EOF
               READ RECEIPT-FILE
                 AT END
                   SET WS-RECEIPT-EOF TO TRUE
                 NOT AT END
                   IF RECEIPT-REC NOT = SPACES
                      AND RECEIPT-REC(1:1) NOT = "*"
                     ADD 1 TO WS-RECEIPT-COUNT
                     PERFORM 2100-MATCH-ONE-RECEIPT
                   END-IF
               END-READ
             END-PERFORM
             CLOSE RECEIPT-FILE
           END-IF.

       2100-MATCH-ONE-RECEIPT.
      *> A subscriber cut twice on one date (a rerun) sends a receipt
      *> for each; they are matched to the cuts in log order.
           MOVE "N" TO WS-XMIT-FOUND-FLAG.
           MOVE "N" TO WS-DUPLICATE-FLAG.
           IF RC-RUN-DATE NUMERIC AND RC-DETAIL-COUNT NUMERIC
             PERFORM VARYING WS-XMIT-IDX FROM 1 BY 1
                 UNTIL WS-XMIT-IDX > WS-XMIT-COUNT OR WS-XMIT-FOUND
               IF WS-XT-SUB-ID(WS-XMIT-IDX) = RC-SUB-ID
                  AND WS-XT-RUN-DATE(WS-XMIT-IDX) = RC-RUN-DATE
                 IF WS-XT-NO-RECEIPT(WS-XMIT-IDX)
                   SET WS-XMIT-FOUND TO TRUE
                 ELSE
                   SET WS-RECEIPT-DUPLICATE TO TRUE
                 END-IF
               END-IF
             END-PERFORM
           END-IF.
           IF WS-XMIT-FOUND
             SUBTRACT 1 FROM WS-XMIT-IDX
             MOVE RC-DETAIL-COUNT TO WS-XT-RECEIVED(WS-XMIT-IDX)
             IF RC-DETAIL-COUNT = WS-XT-DETAIL-COUNT(WS-XMIT-IDX)
               SET WS-XT-RECEIVED-OK(WS-XMIT-IDX) TO TRUE
               ADD 1 TO WS-MATCHED-COUNT
             ELSE
               SET WS-XT-MISMATCHED(WS-XMIT-IDX) TO TRUE
               ADD 1 TO WS-MISMATCH-COUNT
               MOVE RC-SUB-ID       TO WS-RPT-M-SUB-ID
               MOVE RC-RUN-DATE     TO WS-RPT-M-DATE
               MOVE WS-XT-DETAIL-COUNT(WS-XMIT-IDX) TO WS-RPT-M-SENT
               MOVE RC-DETAIL-COUNT TO WS-RPT-M-RECEIVED
               MOVE WS-RPT-MISMATCH-LINE TO WS-PRINT-HOLD
               PERFORM 9220-WRITE-REPORT-LINE
               DISPLAY "DLRECON: subscriber " RC-SUB-ID " counted "
                       RC-DETAIL-COUNT " details in the "
                       RC-RUN-DATE " extract, "
                       WS-XT-DETAIL-COUNT(WS-XMIT-IDX) " were sent"
               IF RETURN-CODE < 8
                 MOVE 8 TO RETURN-CODE
               END-IF
             END-IF
           ELSE
             ADD 1 TO WS-UNKNOWN-COUNT
             MOVE RC-SUB-ID       TO WS-RPT-U-SUB-ID
             MOVE RECEIPT-REC(10:8) TO WS-RPT-U-DATE
             MOVE 0               TO WS-RPT-U-RECEIVED
             IF RC-DETAIL-COUNT NUMERIC
               MOVE RC-DETAIL-COUNT TO WS-RPT-U-RECEIVED
             END-IF
             EVALUATE TRUE
               WHEN RC-RUN-DATE NOT NUMERIC
                    OR RC-DETAIL-COUNT NOT NUMERIC
                 MOVE "receipt card unreadable" TO WS-RPT-U-REASON
               WHEN WS-RECEIPT-DUPLICATE
                 MOVE "duplicate receipt"       TO WS-RPT-U-REASON
               WHEN OTHER
                 MOVE "no extract logged"       TO WS-RPT-U-REASON
             END-EVALUATE
             MOVE WS-RPT-UNKNOWN-LINE TO WS-PRINT-HOLD
             PERFORM 9220-WRITE-REPORT-LINE
             IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF.

       3000-CHECK-OVERDUE-EXTRACTS.
      *> The log is walked in the order the cuts were made, so each
      *> subscriber's run of overdue extracts is counted as it
      *> happened: an acknowledged extract ends the run, and nothing
      *> cut before operations last released the subscriber counts
      *> against it again.
           PERFORM 3100-AGE-ONE-EXTRACT
             VARYING WS-XMIT-IDX FROM 1 BY 1
             UNTIL WS-XMIT-IDX > WS-XMIT-COUNT.
           IF WS-OVERDUE-COUNT > 0 AND RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
           END-IF.

       3100-AGE-ONE-EXTRACT.
           MOVE WS-XT-SUB-ID(WS-XMIT-IDX) TO WS-CHECK-SUB-ID.
           PERFORM 1600-FIND-HOLD-SLOT.
           IF WS-XT-DATE(WS-XMIT-IDX) > 19000101
              AND WS-XT-DATE(WS-XMIT-IDX) < 30000101
             COMPUTE WS-XMIT-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-XT-DATE(WS-XMIT-IDX))
           ELSE
             MOVE WS-TODAY-INT TO WS-XMIT-DATE-INT
           END-IF.
           COMPUTE WS-AGE-MINUTES =
             (WS-TODAY-INT - WS-XMIT-DATE-INT) * 1440
             + WS-CURR-HH * 60 + WS-CURR-MIN
             - WS-XT-HH(WS-XMIT-IDX) * 60 - WS-XT-MIN(WS-XMIT-IDX).
           IF WS-AGE-MINUTES < 0
             MOVE 0 TO WS-AGE-MINUTES
           END-IF.
           IF WS-XT-NO-RECEIPT(WS-XMIT-IDX)
             IF WS-AGE-MINUTES >= WS-OVERDUE-MINUTES
               ADD 1 TO WS-OVERDUE-COUNT
               COMPUTE WS-AGE-HOURS = WS-AGE-MINUTES / 60
               MOVE WS-XT-SUB-ID(WS-XMIT-IDX)  TO WS-RPT-O-SUB-ID
               MOVE WS-XT-DATE(WS-XMIT-IDX)    TO WS-RPT-O-DATE
               MOVE WS-XT-TIME(WS-XMIT-IDX)    TO WS-RPT-O-TIME
               MOVE WS-XT-FILE-NO(WS-XMIT-IDX) TO WS-RPT-O-FILE-NO
               MOVE WS-XT-DETAIL-COUNT(WS-XMIT-IDX) TO WS-RPT-O-SENT
               MOVE WS-AGE-HOURS               TO WS-RPT-O-HOURS
               MOVE WS-RPT-OVERDUE-LINE TO WS-PRINT-HOLD
               PERFORM 9220-WRITE-REPORT-LINE
             ELSE
               ADD 1 TO WS-AWAITING-COUNT
             END-IF
           END-IF.
           IF WS-HOLD-SLOT > 0
             PERFORM 3200-COUNT-TOWARD-BLOCK
           END-IF.

       3200-COUNT-TOWARD-BLOCK.
           IF WS-HT-RELEASED(WS-HOLD-SLOT)
              AND (WS-XT-DATE(WS-XMIT-IDX)
                     < WS-HT-STAMP-DATE(WS-HOLD-SLOT)
                   OR (WS-XT-DATE(WS-XMIT-IDX)
                         = WS-HT-STAMP-DATE(WS-HOLD-SLOT)
                       AND WS-XT-TIME(WS-XMIT-IDX)
                         <= WS-HT-STAMP-TIME(WS-HOLD-SLOT)))
             CONTINUE
           ELSE
             EVALUATE TRUE
               WHEN WS-XT-ACKNOWLEDGED(WS-XMIT-IDX)
                 MOVE 0 TO WS-HT-RUN-COUNT(WS-HOLD-SLOT)
               WHEN WS-AGE-MINUTES >= WS-OVERDUE-MINUTES
                 ADD 1 TO WS-HT-RUN-COUNT(WS-HOLD-SLOT)
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-IF.

       4000-APPLY-HOLDS.
      *> A hold is only ever lifted by operations through DLRELSE;
      *> this step sets holds, it never clears them.
           PERFORM 4100-APPLY-ONE-HOLD
             VARYING WS-HOLD-IDX FROM 1 BY 1
             UNTIL WS-HOLD-IDX > WS-HOLD-COUNT.

       4100-APPLY-ONE-HOLD.
           EVALUATE TRUE
             WHEN WS-HT-HELD(WS-HOLD-IDX)
               ADD 1 TO WS-STILL-HELD-COUNT
               MOVE "awaiting release"  TO WS-RPT-B-STATE
               PERFORM 4200-REPORT-HOLD
               IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
               END-IF
             WHEN WS-BLOCK-AFTER > 0
                  AND WS-HT-RUN-COUNT(WS-HOLD-IDX) >= WS-BLOCK-AFTER
               ADD 1 TO WS-BLOCKED-COUNT
               SET WS-HT-HELD(WS-HOLD-IDX) TO TRUE
               MOVE WS-CURR-DATE-NUM TO WS-HT-STAMP-DATE(WS-HOLD-IDX)
               MOVE WS-CURR-TIME-NUM TO WS-HT-STAMP-TIME(WS-HOLD-IDX)
               MOVE "DLRECON"        TO WS-HT-OPERATOR(WS-HOLD-IDX)
               SET WS-HOLDS-CHANGED TO TRUE
               MOVE "from next cut"  TO WS-RPT-B-STATE
               PERFORM 4200-REPORT-HOLD
               DISPLAY "DLRECON: subscriber "
                       WS-HT-SUB-ID(WS-HOLD-IDX) " has "
                       WS-HT-RUN-COUNT(WS-HOLD-IDX)
                       " overdue extracts in a row - its next cut is "
                       "held until operations releases it"
               IF RETURN-CODE < 8
                 MOVE 8 TO RETURN-CODE
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

       4200-REPORT-HOLD.
           MOVE WS-HT-SUB-ID(WS-HOLD-IDX)    TO WS-RPT-B-SUB-ID.
           MOVE WS-HT-RUN-COUNT(WS-HOLD-IDX) TO WS-RPT-B-RUN.
           MOVE WS-RPT-HOLD-LINE TO WS-PRINT-HOLD.
           PERFORM 9220-WRITE-REPORT-LINE.

       4500-REWRITE-HOLDS.
      *> subhold.dat is line sequential, so it is rewritten whole from
      *> the table, and only when this run has blocked someone. Every
      *> subscriber ever held keeps its line, so its release stamp
      *> stays on file.
           IF WS-HOLDS-CHANGED
             OPEN OUTPUT HOLD-FILE
             IF NOT HOLD-FILE-OK
               DISPLAY "DLRECON: could not write hold file, status "
                       HOLD-FILE-STATUS " - blocked subscribers will "
                       "still be cut"
               MOVE 12 TO RETURN-CODE
             ELSE
               PERFORM 4600-WRITE-ONE-HOLD
                 VARYING WS-HOLD-IDX FROM 1 BY 1
                 UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
               CLOSE HOLD-FILE
             END-IF
           END-IF.

       4600-WRITE-ONE-HOLD.
           IF NOT WS-HT-NEVER-HELD(WS-HOLD-IDX)
             MOVE SPACES                       TO HOLD-REC
             MOVE WS-HT-SUB-ID(WS-HOLD-IDX)     TO SH-SUB-ID
             MOVE WS-HT-STATUS(WS-HOLD-IDX)     TO SH-STATUS
             MOVE WS-HT-STAMP-DATE(WS-HOLD-IDX) TO SH-STAMP-DATE
             MOVE WS-HT-STAMP-TIME(WS-HOLD-IDX) TO SH-STAMP-TIME
             MOVE WS-HT-OPERATOR(WS-HOLD-IDX)   TO SH-OPERATOR
             MOVE WS-HT-RUN-COUNT(WS-HOLD-IDX)  TO SH-UNACKED-COUNT
             WRITE HOLD-REC
           END-IF.

       5000-WRITE-TOTALS.
           MOVE WS-RECEIPT-COUNT  TO WS-RPT-T-RECEIPTS.
           MOVE WS-MATCHED-COUNT  TO WS-RPT-T-MATCHED.
           MOVE WS-MISMATCH-COUNT TO WS-RPT-T-MISMATCH.
           MOVE WS-OVERDUE-COUNT  TO WS-RPT-T-OVERDUE.
           MOVE WS-RPT-TOTAL-LINE TO WS-PRINT-HOLD.
           PERFORM 9220-WRITE-REPORT-LINE.

       9200-OPEN-PRINT-FILE.
           OPEN OUTPUT PRINT-FILE.
           IF PRINT-FILE-OK
             PERFORM 9210-WRITE-PAGE-HEADER
           ELSE
             DISPLAY "DLRECON: could not open print file, status "
                     PRINT-FILE-STATUS
           END-IF.

       9210-WRITE-PAGE-HEADER.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE "DLRECON"      TO WS-RPT-H-PROGRAM.
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
