000000 IDENTIFICATION DIVISION.
000010 PROGRAM-ID.    CHAINRST.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
          FILE-CONTROL.
            SELECT CHAIN-FILE ASSIGN TO 'chainstat.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              STATUS CHAIN-FILE-STATUS.
            SELECT STATUS-FILE ASSIGN TO 'jobstat.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              STATUS STATUS-FILE-STATUS.
            SELECT BACKUP-FILE ASSIGN TO 'master.bk1'
              ORGANIZATION IS LINE SEQUENTIAL
              STATUS BACKUP-FILE-STATUS.
            SELECT MASTER-FILE ASSIGN TO "MASTERFILE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MS-KEY
              STATUS MASTER-FILE-STATUS.
            SELECT IN-FILE ASSIGN TO "INFILE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS IN-REC-FULL-KEY
              ALTERNATE RECORD KEY IS IN-REC-KEY
                WITH DUPLICATES
              STATUS IN-FILE-STATUS.
            SELECT HISTORY-FILE ASSIGN TO "HISTFILE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS HI-REC-KEY
              STATUS HISTORY-FILE-STATUS.
            SELECT PARM-FILE ASSIGN TO 'runparm.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              STATUS PARM-FILE-STATUS.
            SELECT LOG-FILE ASSIGN TO 'chainrst.log'
              ORGANIZATION IS LINE SEQUENTIAL
              STATUS LOG-FILE-STATUS.
       DATA DIVISION.
         FILE SECTION.
        FD  CHAIN-FILE.
      *> Must mirror hello2.cbl's STATUS-REC exactly: INLOAD starts
      *> this file each night and every chain step appends its own
      *> record, in run order. A step that was rerun by hand has
      *> more than one record; the last one is the one that counts.
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
        FD  STATUS-FILE.
      *> Must mirror hello2.cbl's STATUS-REC exactly: the release
      *> gate POSTMAST and ARCHHIST read. HELLO writes a held status
      *> 99 record at start of run, so a 99 here means it died
      *> before it finished.
        01  STATUS-REC.
            05  JS-PROGRAM          PIC X(8).
            05  JS-RUN-DATE         PIC 9(8).
            05  JS-RUN-TIME         PIC 9(6).
            05  JS-RECORD-COUNT     PIC 9(9).
            05  JS-REJECT-COUNT     PIC 9(9).
            05  JS-BATCH-COUNT      PIC 9(5).
            05  JS-TRAILER-VERIFY   PIC X(4).
            05  JS-ADDED-CNT        PIC 9(9).
            05  JS-CHANGED-CNT      PIC 9(9).
            05  JS-DELETED-CNT      PIC 9(9).
            05  JS-CKPT-PENDING     PIC X.
            05  JS-STATUS-CODE      PIC 9(2).
        FD  BACKUP-FILE.
      *> Must mirror postmast.cbl's backup generation layout exactly:
      *> a dated "G" header, "D" data records and a "T" count
      *> trailer, type code in byte 1. Only bk1 matters here: it is
      *> the generation a failed posting run cut tonight.
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
        FD  MASTER-FILE.
      *> Must mirror hello2.cbl's master layout exactly.
        01  MASTER-REC.
            05  MS-KEY              PIC X(9).
                88  MS-IS-CONTROL       VALUE "*CONTROL*".
            05  MS-DATA             PIC X(10).
            05  MS-OFFICE           PIC X(5).
            05  FILLER              PIC X(4).
        01  MASTER-CTL-REC.
            05  MC-KEY              PIC X(9).
            05  MC-RECORD-COUNT     PIC 9(9).
            05  MC-CHECKSUM         PIC 9(9).
            05  FILLER              PIC X(1).
        FD  IN-FILE.
        01  IN-FILE-REC.
      *> Must mirror hello2.cbl's IN-FILE-REC exactly: both programs
      *> declare the same physical KSDS. Only the batch headers are
      *> read here, for the batch dates ARCHHIST files history under.
            05  IN-REC-FULL-KEY.
                10  IN-REC-BATCH-NO PIC 9(2).
                10  IN-REC-TYPE     PIC X.
                    88  IN-REC-IS-HEADER    VALUE "H".
                    88  IN-REC-IS-DETAIL    VALUE "D".
                    88  IN-REC-IS-TRAILER   VALUE "T".
                10  IN-REC-KEY      PIC X(9).
            05  IN-REC-DATA         PIC X(10).
           COPY INRECTYP.
        FD  HISTORY-FILE.
      *> Must mirror archhist.cbl's HISTORY-REC exactly: both
      *> programs declare the same physical history KSDS.
        01  HISTORY-REC.
            05  HI-REC-KEY.
                10  HI-BATCH-DATE   PIC X(8).
                10  HI-KEY          PIC X(9).
            05  HI-DATA             PIC X(10).
        FD  PARM-FILE.
        01  PARM-REC PIC X(80).
        FD  LOG-FILE.
        01  LOG-REC PIC X(120).
         WORKING-STORAGE SECTION.
        01  CHAIN-FILE-STATUS           PIC XX.
            88  CHAIN-FILE-OK               VALUE "00".
        01  STATUS-FILE-STATUS          PIC XX.
            88  STATUS-FILE-OK              VALUE "00".
        01  BACKUP-FILE-STATUS          PIC XX.
            88  BACKUP-FILE-OK              VALUE "00".
        01  MASTER-FILE-STATUS          PIC XX.
            88  MASTER-FILE-OK              VALUE "00".
        01  IN-FILE-STATUS              PIC XX.
            88  IN-FILE-OK                  VALUE "00".
        01  HISTORY-FILE-STATUS         PIC XX.
            88  HISTORY-FILE-OK             VALUE "00".
        01  PARM-FILE-STATUS            PIC XX.
            88  PARM-FILE-OK                VALUE "00".
        01  LOG-FILE-STATUS             PIC XX.
            88  LOG-FILE-OK                 VALUE "00".
        01  WS-CHAIN-EOF-FLAG           PIC X VALUE "N".
            88  WS-CHAIN-EOF                VALUE "Y".
        01  WS-PARM-EOF-FLAG            PIC X VALUE "N".
            88  WS-PARM-EOF                 VALUE "Y".
        01  WS-BACKUP-EOF-FLAG          PIC X VALUE "N".
            88  WS-BACKUP-EOF               VALUE "Y".
        01  WS-MASTER-EOF-FLAG          PIC X VALUE "N".
            88  WS-MASTER-EOF               VALUE "Y".
        01  WS-INFILE-EOF-FLAG          PIC X VALUE "N".
            88  WS-INFILE-EOF               VALUE "Y".
        01  WS-HISTORY-EOF-FLAG         PIC X VALUE "N".
            88  WS-HISTORY-EOF              VALUE "Y".
        01  WS-LOG-OPEN-FLAG            PIC X VALUE "N".
            88  WS-LOG-IS-OPEN              VALUE "Y".
        01  WS-PARM-KEYWORD             PIC X(20).
        01  WS-PARM-VALUE               PIC X(60).
        01  WS-RESTART-CARD             PIC X VALUE SPACE.
      *> The night's steps in the order they must run, with the
      *> command that starts each one. A STEP-CMD-name card in
      *> runparm.dat replaces the standard command for that step.
        01  WS-STEP-NAMES.
            05  FILLER              PIC X(8) VALUE "INLOAD".
            05  FILLER              PIC X(8) VALUE "PENDREL".
            05  FILLER              PIC X(8) VALUE "HELLO".
            05  FILLER              PIC X(8) VALUE "POSTMAST".
            05  FILLER              PIC X(8) VALUE "ARCHHIST".
            05  FILLER              PIC X(8) VALUE "DLSPLIT".
        01  WS-STEP-NAME-TABLE REDEFINES WS-STEP-NAMES.
            05  WS-STEP-NAME        PIC X(8) OCCURS 6 TIMES.
        01  WS-STEP-TABLE.
            05  WS-STEP-ENTRY OCCURS 6 TIMES.
                10  WS-STP-COMMAND      PIC X(60).
                10  WS-STP-FOUND-FLAG   PIC X.
                    88  WS-STP-FOUND        VALUE "Y".
                10  WS-STP-CLEAN-FLAG   PIC X.
                    88  WS-STP-CLEAN        VALUE "Y".
                10  WS-STP-DATE         PIC 9(8).
                10  WS-STP-TIME         PIC 9(6).
                10  WS-STP-STATUS       PIC 9(2).
                10  WS-STP-BATCHES      PIC 9(5).
                10  WS-STP-VERIFY       PIC X(4).
                10  WS-STP-CKPT         PIC X.
                10  WS-STP-IMAGE        PIC X(79).
                10  WS-STP-DECISION     PIC X(8).
        01  WS-STEP-IDX                 PIC 9(2) COMP.
        01  WS-RESTART-STEP             PIC 9(2) COMP VALUE 0.
        01  WS-INFILE-TONIGHT-FLAG      PIC X VALUE "N".
            88  WS-INFILE-TONIGHT           VALUE "Y".
        01  WS-RECOVER-COUNT            PIC 9(2) VALUE 0.
        01  WS-JOBSTAT-FLAG             PIC X VALUE "N".
            88  WS-JOBSTAT-RELEASES         VALUE "Y".
        01  WS-JOBSTAT-CKPT             PIC X VALUE "N".
        01  WS-JOBSTAT-CODE             PIC 9(2) VALUE 0.
        01  WS-JOBSTAT-DATE             PIC 9(8) VALUE 0.
        01  WS-DRIVE-STOPPED-FLAG       PIC X VALUE "N".
            88  WS-DRIVE-STOPPED            VALUE "Y".
        01  WS-HELLO-RESTART-VALUE      PIC X VALUE "N".
        01  WS-RUN-RC                   PIC S9(4) COMP VALUE 0.
      *> Tonight's generation 1 and the master as it stands, each
      *> reduced to a record count and the character checksum the
      *> master's control record carries.
        01  WS-GEN1-DATE                PIC 9(8) VALUE 0.
        01  WS-GEN1-COUNT               PIC 9(9) VALUE 0.
        01  WS-GEN1-SUM                 PIC 9(9) VALUE 0.
        01  WS-GEN1-TRAILER-COUNT       PIC 9(9) VALUE 0.
        01  WS-GEN1-COMPLETE-FLAG       PIC X VALUE "N".
            88  WS-GEN1-COMPLETE            VALUE "Y".
        01  WS-MASTER-OPEN-FLAG         PIC X VALUE "N".
            88  WS-MASTER-OPENED            VALUE "Y".
        01  WS-MASTER-TRUSTED-FLAG      PIC X VALUE "N".
            88  WS-MASTER-TRUSTED           VALUE "Y".
        01  WS-CTL-COUNT                PIC 9(9) VALUE 0.
        01  WS-CTL-SUM                  PIC 9(9) VALUE 0.
        01  WS-MASTER-COUNT             PIC 9(9) VALUE 0.
        01  WS-MASTER-SUM               PIC 9(9) VALUE 0.
        01  WS-SUM-IMAGE.
            05  WS-SUM-KEY          PIC X(9).
            05  WS-SUM-DATA         PIC X(10).
        01  WS-SUM-WORK                 PIC 9(9) VALUE 0.
        01  WS-CHECKSUM-IDX             PIC 9(2).
        01  WS-CHECKSUM-CHAR            PIC X.
        01  WS-CHECKSUM-CHAR-VAL        PIC 9(3).
      *> Batch dates in the INFILE about to be rebuilt, with the
      *> history records already filed under each.
        01  WS-FEED-DATE-COUNT          PIC 9(2) COMP VALUE 0.
        01  WS-FEED-DATE-TABLE.
            05  WS-FEED-DATE-ENTRY OCCURS 99 TIMES.
                10  WS-FD-DATE          PIC X(8).
                10  WS-FD-ARCHIVED      PIC 9(9).
        01  WS-FEED-IDX                 PIC 9(2) COMP.
        01  WS-FEED-FOUND-FLAG          PIC X.
            88  WS-FEED-FOUND               VALUE "Y".
        01  WS-ARCHIVED-TOTAL           PIC 9(9) VALUE 0.
        01  WS-BACKOUT-FLAG             PIC X VALUE "N".
            88  WS-BACKOUT-NEEDED           VALUE "Y".
        01  WS-DELETED-COUNT            PIC 9(9) VALUE 0.
        01  WS-LAUNCH-DATE              PIC 9(8) VALUE 0.
        01  WS-LAUNCH-TIME              PIC 9(6) VALUE 0.
        01  WS-FINISH-DATE              PIC 9(8) VALUE 0.
        01  WS-FINISH-TIME              PIC 9(6) VALUE 0.
        01  WS-LAUNCH-STAMP             PIC 9(14) VALUE 0.
        01  WS-FINISH-STAMP             PIC 9(14) VALUE 0.
        01  WS-RECORD-STAMP             PIC 9(14) VALUE 0.
        01  WS-REC-IN-RUN-FLAG          PIC X VALUE "N".
            88  WS-REC-IN-RUN               VALUE "Y".
        01  WS-NUM-DSP                  PIC Z(8)9.
        01  WS-CODE-DSP                 PIC 99.
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
        01  WS-NIGHT-DATE               PIC 9(8).
000020 PROCEDURE      DIVISION.
000030   MAIN           SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           PERFORM 0050-APPLY-BUSINESS-DATE.
           MOVE WS-CURR-DATE-NUM TO WS-NIGHT-DATE.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > 6
             MOVE WS-STEP-NAME(WS-STEP-IDX)
               TO WS-STP-COMMAND(WS-STEP-IDX)
           END-PERFORM.
           PERFORM 0400-READ-RUN-PARAMETERS.
           PERFORM 0600-OPEN-RESTART-LOG.

           PERFORM 1000-LOAD-CHAIN-RECORDS.
           PERFORM 1200-READ-JOB-STATUS.
           PERFORM 1300-JUDGE-ONE-STEP
             VARYING WS-STEP-IDX FROM 1 BY 1
             UNTIL WS-STEP-IDX > 6.

           IF WS-RESTART-STEP = 0
             MOVE "CHAIN"    TO WS-LOG-STEP
             MOVE "COMPLETE" TO WS-LOG-DECISION
             MOVE "every step finished cleanly tonight - nothing to "
               & "rerun" TO WS-LOG-TEXT
             PERFORM 8000-WRITE-LOG-LINE
           ELSE
             PERFORM 2000-ASSESS-ONE-STEP
               VARYING WS-STEP-IDX FROM WS-RESTART-STEP BY 1
               UNTIL WS-STEP-IDX > 6
             IF WS-RECOVER-COUNT > 0
               MOVE "CHAIN"    TO WS-LOG-STEP
               MOVE "HELD"     TO WS-LOG-DECISION
               MOVE SPACES     TO WS-LOG-TEXT
               STRING "restart at " DELIMITED BY SIZE
                      WS-STEP-NAME(WS-RESTART-STEP)
                        DELIMITED BY SPACE
                      " refused - finish the recovery above, then "
                        DELIMITED BY SIZE
                      "run this controller again" DELIMITED BY SIZE
                 INTO WS-LOG-TEXT
               END-STRING
               PERFORM 8000-WRITE-LOG-LINE
               MOVE 12 TO RETURN-CODE
             ELSE
               PERFORM 3000-PREPARE-RESTART
               IF NOT WS-DRIVE-STOPPED
                 PERFORM 4000-DRIVE-STEPS
               END-IF
             END-IF
           END-IF.

           IF WS-LOG-IS-OPEN
             CLOSE LOG-FILE
           END-IF.

000040     STOP  RUN.

       0050-APPLY-BUSINESS-DATE.
      *> A night CATCHUP stopped on is finished here under its own
      *> business date: with CHAIN_BUSINESS_DATE set, the steps are
      *> judged against that date instead of the calendar's, and the
      *> steps started from here inherit it. A value that is not a
      *> plausible date up to today is ignored.
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
               DISPLAY "CHAINRST: processing as business date "
                       WS-CURR-DATE-NUM
           END-EVALUATE.
           IF NOT WS-BUS-DATE-OK
             DISPLAY "CHAINRST: CHAIN_BUSINESS_DATE [" WS-BUSINESS-DATE
                     "] is not a usable date - today's date used"
             IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF.

       0400-READ-RUN-PARAMETERS.
      *> Only this program's STEP-CMD cards and HELLO's RESTART card
      *> matter here; the rest are passed over. A missing parameter
      *> file just means the standard commands.
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
                     UNTIL WS-STEP-IDX > 6
                   IF WS-PARM-KEYWORD(10:11) = WS-STEP-NAME(WS-STEP-IDX)
                      AND WS-PARM-VALUE NOT = SPACES
                     MOVE WS-PARM-VALUE TO WS-STP-COMMAND(WS-STEP-IDX)
                   END-IF
                 END-PERFORM
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-IF.

       0600-OPEN-RESTART-LOG.
      *> Every decision goes to the console and to chainrst.log, so
      *> the morning shift can see what was rerun and why. A log that
      *> will not open is a warning; the console still has it all.
           OPEN EXTEND LOG-FILE.
           IF NOT LOG-FILE-OK
             CLOSE LOG-FILE
             OPEN OUTPUT LOG-FILE
           END-IF.
           IF LOG-FILE-OK
             SET WS-LOG-IS-OPEN TO TRUE
           ELSE
             DISPLAY "CHAINRST: could not open restart log, status "
                     LOG-FILE-STATUS " - decisions on the console "
                     "only"
             MOVE 4 TO RETURN-CODE
           END-IF.

       1000-LOAD-CHAIN-RECORDS.
           PERFORM 1050-CLEAR-ONE-STEP
             VARYING WS-STEP-IDX FROM 1 BY 1
             UNTIL WS-STEP-IDX > 6.
           MOVE "N" TO WS-CHAIN-EOF-FLAG.
           OPEN INPUT CHAIN-FILE.
           IF CHAIN-FILE-OK
             PERFORM UNTIL WS-CHAIN-EOF
               READ CHAIN-FILE
                 AT END
                   SET WS-CHAIN-EOF TO TRUE
                 NOT AT END
                   PERFORM 1100-FILE-ONE-RECORD
               END-READ
             END-PERFORM
             CLOSE CHAIN-FILE
           END-IF.

       1050-CLEAR-ONE-STEP.
           MOVE "N"    TO WS-STP-FOUND-FLAG(WS-STEP-IDX).
           MOVE "N"    TO WS-STP-CLEAN-FLAG(WS-STEP-IDX).
           MOVE 0      TO WS-STP-DATE(WS-STEP-IDX).
           MOVE 0      TO WS-STP-TIME(WS-STEP-IDX).
           MOVE 0      TO WS-STP-STATUS(WS-STEP-IDX).
           MOVE SPACES TO WS-STP-VERIFY(WS-STEP-IDX).
           MOVE 0      TO WS-STP-BATCHES(WS-STEP-IDX).
           MOVE "N"    TO WS-STP-CKPT(WS-STEP-IDX).
           MOVE SPACES TO WS-STP-IMAGE(WS-STEP-IDX).
           MOVE SPACES TO WS-STP-DECISION(WS-STEP-IDX).

       1100-FILE-ONE-RECORD.
      *> A later record for the same step replaces the earlier one:
      *> the last attempt is the one the next step will have seen.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > 6
             IF CS-PROGRAM = WS-STEP-NAME(WS-STEP-IDX)
               SET WS-STP-FOUND(WS-STEP-IDX) TO TRUE
               MOVE CS-RUN-DATE       TO WS-STP-DATE(WS-STEP-IDX)
               MOVE CS-RUN-TIME       TO WS-STP-TIME(WS-STEP-IDX)
               IF CS-STATUS-CODE NUMERIC
                 MOVE CS-STATUS-CODE  TO WS-STP-STATUS(WS-STEP-IDX)
               ELSE
                 MOVE 99              TO WS-STP-STATUS(WS-STEP-IDX)
               END-IF
               MOVE CS-TRAILER-VERIFY TO WS-STP-VERIFY(WS-STEP-IDX)
               IF CS-BATCH-COUNT NUMERIC
                 MOVE CS-BATCH-COUNT  TO WS-STP-BATCHES(WS-STEP-IDX)
               ELSE
                 MOVE 0               TO WS-STP-BATCHES(WS-STEP-IDX)
               END-IF
               MOVE CS-CKPT-PENDING   TO WS-STP-CKPT(WS-STEP-IDX)
               MOVE CHAIN-REC         TO WS-STP-IMAGE(WS-STEP-IDX)
             END-IF
           END-PERFORM.

       1200-READ-JOB-STATUS.
      *> POSTMAST and ARCHHIST will only run on a jobstat record that
      *> is HELLO's, dated today, clean and with no checkpoint
      *> pending, so HELLO is only clean when jobstat says so too.
           MOVE "N" TO WS-JOBSTAT-FLAG.
           MOVE "N" TO WS-JOBSTAT-CKPT.
           MOVE 0   TO WS-JOBSTAT-CODE.
           MOVE 0   TO WS-JOBSTAT-DATE.
           OPEN INPUT STATUS-FILE.
           IF STATUS-FILE-OK
             READ STATUS-FILE
               AT END
                 CONTINUE
               NOT AT END
                 IF JS-PROGRAM = "HELLO" AND JS-STATUS-CODE NUMERIC
                   MOVE JS-STATUS-CODE  TO WS-JOBSTAT-CODE
                   MOVE JS-RUN-DATE     TO WS-JOBSTAT-DATE
                   MOVE JS-CKPT-PENDING TO WS-JOBSTAT-CKPT
                   IF JS-RUN-DATE = WS-NIGHT-DATE
                      AND JS-STATUS-CODE < 8
                      AND JS-CKPT-PENDING NOT = "Y"
                     SET WS-JOBSTAT-RELEASES TO TRUE
                   END-IF
                 END-IF
             END-READ
             CLOSE STATUS-FILE
           END-IF.

       1300-JUDGE-ONE-STEP.
      *> Clean means: tonight's record, status under 8, no failed
      *> verification, no checkpoint pending - and everything ahead
      *> of it clean too. The first step that is not becomes the
      *> restart point; every step after it runs again.
           MOVE WS-STEP-NAME(WS-STEP-IDX) TO WS-LOG-STEP.
           MOVE SPACES TO WS-LOG-TEXT.
           MOVE WS-STP-STATUS(WS-STEP-IDX) TO WS-CODE-DSP.
           EVALUATE TRUE
             WHEN NOT WS-STP-FOUND(WS-STEP-IDX)
               MOVE "NOT RUN"  TO WS-LOG-DECISION
               MOVE "no chain status record" TO WS-LOG-TEXT
               IF WS-STEP-IDX = 3 AND WS-JOBSTAT-CODE = 99
                  AND WS-JOBSTAT-DATE = WS-NIGHT-DATE
                 MOVE "no chain status record - jobstat holds the "
                   & "start-of-run status 99, HELLO died mid-run"
                   TO WS-LOG-TEXT
               END-IF
             WHEN WS-STP-DATE(WS-STEP-IDX) NOT = WS-NIGHT-DATE
               MOVE "NOT RUN"  TO WS-LOG-DECISION
               STRING "last chain status record is dated "
                        DELIMITED BY SIZE
                      WS-STP-DATE(WS-STEP-IDX) DELIMITED BY SIZE
                      ", not tonight" DELIMITED BY SIZE
                 INTO WS-LOG-TEXT
               END-STRING
             WHEN WS-STP-STATUS(WS-STEP-IDX) >= 8
                  OR WS-STP-VERIFY(WS-STEP-IDX) = "FAIL"
                  OR WS-STP-CKPT(WS-STEP-IDX) = "Y"
               MOVE "FAILED"   TO WS-LOG-DECISION
               STRING "ended with status " DELIMITED BY SIZE
                      WS-CODE-DSP DELIMITED BY SIZE
                      " verify " DELIMITED BY SIZE
                      WS-STP-VERIFY(WS-STEP-IDX) DELIMITED BY SIZE
                      " checkpoint pending " DELIMITED BY SIZE
                      WS-STP-CKPT(WS-STEP-IDX) DELIMITED BY SIZE
                 INTO WS-LOG-TEXT
               END-STRING
             WHEN WS-STEP-IDX = 3 AND NOT WS-JOBSTAT-RELEASES
               MOVE "FAILED"   TO WS-LOG-DECISION
               MOVE "chain record is clean but jobstat.dat does not "
                 & "release the steps after HELLO" TO WS-LOG-TEXT
             WHEN WS-RESTART-STEP > 0
               MOVE "RERUN"    TO WS-LOG-DECISION
               MOVE "finished cleanly, but a step ahead of it did not"
                 TO WS-LOG-TEXT
             WHEN OTHER
               SET WS-STP-CLEAN(WS-STEP-IDX) TO TRUE
               MOVE "CLEAN"    TO WS-LOG-DECISION
               STRING "finished at " DELIMITED BY SIZE
                      WS-STP-TIME(WS-STEP-IDX) DELIMITED BY SIZE
                      " with status " DELIMITED BY SIZE
                      WS-CODE-DSP DELIMITED BY SIZE
                 INTO WS-LOG-TEXT
               END-STRING
           END-EVALUATE.
           IF NOT WS-STP-CLEAN(WS-STEP-IDX) AND WS-RESTART-STEP = 0
             MOVE WS-STEP-IDX TO WS-RESTART-STEP
           END-IF.
           PERFORM 8000-WRITE-LOG-LINE.

       2000-ASSESS-ONE-STEP.
      *> Safe to rerun as-is, or recovery first. Recovery that needs
      *> an operator's judgement - putting a master generation back
      *> with MREST - holds the whole restart; history this program
      *> can remove exactly is backed out here before INLOAD runs.
           MOVE WS-STEP-NAME(WS-STEP-IDX) TO WS-LOG-STEP.
           MOVE SPACES TO WS-LOG-TEXT.
           EVALUATE WS-STEP-IDX
             WHEN 1
               MOVE "RERUN" TO WS-STP-DECISION(WS-STEP-IDX)
               MOVE "safe to rerun - rebuilds INFILE and starts the "
                 & "chain file fresh" TO WS-LOG-TEXT
             WHEN 2
               MOVE "RERUN" TO WS-STP-DECISION(WS-STEP-IDX)
               MOVE "safe to rerun - rebuilds tonight's release file "
                 & "from the pending-change store" TO WS-LOG-TEXT
             WHEN 3
               PERFORM 2200-ASSESS-MATCH-MERGE
             WHEN 4
               PERFORM 2300-ASSESS-POSTING
             WHEN 5
               PERFORM 2400-ASSESS-ARCHIVE
             WHEN 6
               MOVE "RERUN" TO WS-STP-DECISION(WS-STEP-IDX)
               IF WS-STP-FOUND(WS-STEP-IDX)
                  AND WS-STP-DATE(WS-STEP-IDX) = WS-NIGHT-DATE
                 MOVE "safe to rerun - extracts already cut tonight "
                   & "are cut again, subscribers get a second copy"
                   TO WS-LOG-TEXT
                 IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
                 END-IF
               ELSE
                 MOVE "safe to rerun - cuts tonight's extracts from "
                   & "delta.dat" TO WS-LOG-TEXT
               END-IF
           END-EVALUATE.
           MOVE WS-STP-DECISION(WS-STEP-IDX) TO WS-LOG-DECISION.
           IF WS-STP-DECISION(WS-STEP-IDX) = "RECOVER"
             ADD 1 TO WS-RECOVER-COUNT
           END-IF.
           PERFORM 8000-WRITE-LOG-LINE.

       2200-ASSESS-MATCH-MERGE.
      *> HELLO picks up from its checkpoint only over the INFILE the
      *> checkpoint was taken against; once INLOAD reruns it starts
      *> from record one. HELLO obeys a RESTART card before the
      *> environment this program sets, so a card that says the
      *> opposite holds the restart until it is taken out.
           IF WS-RESTART-STEP = 3
              AND (WS-STP-CKPT(3) = "Y" OR WS-JOBSTAT-CKPT = "Y")
             MOVE "Y" TO WS-HELLO-RESTART-VALUE
           ELSE
             MOVE "N" TO WS-HELLO-RESTART-VALUE
           END-IF.
           EVALUATE TRUE
             WHEN WS-HELLO-RESTART-VALUE = "Y"
                  AND WS-RESTART-CARD = "N"
               MOVE "RECOVER" TO WS-STP-DECISION(3)
               MOVE "checkpoint pending but runparm.dat has RESTART=N"
                 & " - change the card to Y or remove it"
                 TO WS-LOG-TEXT
             WHEN WS-HELLO-RESTART-VALUE = "N"
                  AND WS-RESTART-CARD = "Y"
               MOVE "RECOVER" TO WS-STP-DECISION(3)
               MOVE "runparm.dat has RESTART=Y but no checkpoint "
                 & "applies - change the card to N or remove it"
                 TO WS-LOG-TEXT
             WHEN WS-HELLO-RESTART-VALUE = "Y"
               MOVE "RESTART" TO WS-STP-DECISION(3)
               MOVE "safe to restart from its checkpoint over the "
                 & "same INFILE" TO WS-LOG-TEXT
             WHEN OTHER
               MOVE "RERUN"   TO WS-STP-DECISION(3)
               MOVE "safe to rerun from record one - rewrites "
                 & "delta.dat and jobstat.dat" TO WS-LOG-TEXT
           END-EVALUATE.

       2300-ASSESS-POSTING.
      *> POSTMAST rotates the generations and cuts bk1 from the
      *> master before it rewrites the master in place. A bk1 dated
      *> tonight therefore means the run got as far as the backup;
      *> if the master no longer matches it, posting reached the
      *> master and it must be put back before anything reruns -
      *> posting the same feed twice would leave HELLO nothing to
      *> report and the night's deltas would be lost.
           PERFORM 2310-READ-GENERATION-ONE.
           PERFORM 2320-VERIFY-MASTER.
           EVALUATE TRUE
             WHEN NOT WS-MASTER-OPENED
               MOVE "RECOVER" TO WS-STP-DECISION(4)
               MOVE "master will not open - restore it with MREST "
                 & "before the rerun" TO WS-LOG-TEXT
             WHEN NOT WS-MASTER-TRUSTED
                  AND WS-GEN1-DATE = WS-NIGHT-DATE
               MOVE "RECOVER" TO WS-STP-DECISION(4)
               MOVE "master is half-written - restore generation 1 "
                 & "(tonight's master.bk1) with MREST" TO WS-LOG-TEXT
             WHEN NOT WS-MASTER-TRUSTED
               MOVE "RECOVER" TO WS-STP-DECISION(4)
               MOVE "master does not cross-foot to its control "
                 & "record - restore the last good generation "
                 & "with MREST" TO WS-LOG-TEXT
             WHEN WS-GEN1-DATE = WS-NIGHT-DATE
                  AND NOT WS-GEN1-COMPLETE
               MOVE "RERUN"   TO WS-STP-DECISION(4)
               MOVE "safe to rerun - tonight's master.bk1 is "
                 & "incomplete, so the master was never rewritten"
                 TO WS-LOG-TEXT
             WHEN WS-GEN1-DATE = WS-NIGHT-DATE
                  AND WS-MASTER-COUNT = WS-GEN1-COUNT
                  AND WS-MASTER-SUM = WS-GEN1-SUM
               MOVE "RERUN"   TO WS-STP-DECISION(4)
               MOVE "safe to rerun - master still matches tonight's "
                 & "master.bk1" TO WS-LOG-TEXT
             WHEN WS-GEN1-DATE = WS-NIGHT-DATE
               MOVE "RECOVER" TO WS-STP-DECISION(4)
               MOVE "tonight's posting reached the master - restore "
                 & "generation 1 (master.bk1) with MREST first"
                 TO WS-LOG-TEXT
             WHEN OTHER
               MOVE "RERUN"   TO WS-STP-DECISION(4)
               MOVE "safe to rerun - no backup cut tonight, the "
                 & "master has not been touched" TO WS-LOG-TEXT
           END-EVALUATE.

       2310-READ-GENERATION-ONE.
           MOVE 0   TO WS-GEN1-DATE.
           MOVE 0   TO WS-GEN1-COUNT.
           MOVE 0   TO WS-GEN1-SUM.
           MOVE 0   TO WS-GEN1-TRAILER-COUNT.
           MOVE "N" TO WS-GEN1-COMPLETE-FLAG.
           MOVE "N" TO WS-BACKUP-EOF-FLAG.
           OPEN INPUT BACKUP-FILE.
           IF BACKUP-FILE-OK
             PERFORM UNTIL WS-BACKUP-EOF
               READ BACKUP-FILE
                 AT END
                   SET WS-BACKUP-EOF TO TRUE
                 NOT AT END
                   EVALUATE BK-REC-TYPE
                     WHEN "G"
                       IF BH-BACKUP-DATE NUMERIC
                         MOVE BH-BACKUP-DATE TO WS-GEN1-DATE
                       END-IF
                     WHEN "D"
                       ADD 1 TO WS-GEN1-COUNT
                       MOVE BK-KEY  TO WS-SUM-KEY
                       MOVE BK-DATA TO WS-SUM-DATA
                       MOVE WS-GEN1-SUM TO WS-SUM-WORK
                       PERFORM 2330-ACCUMULATE-CHECKSUM
                       MOVE WS-SUM-WORK TO WS-GEN1-SUM
                     WHEN "T"
                       IF BT-RECORD-COUNT NUMERIC
                         MOVE BT-RECORD-COUNT TO WS-GEN1-TRAILER-COUNT
                         IF WS-GEN1-TRAILER-COUNT = WS-GEN1-COUNT
                           SET WS-GEN1-COMPLETE TO TRUE
                         END-IF
                       END-IF
                   END-EVALUATE
               END-READ
             END-PERFORM
             CLOSE BACKUP-FILE
           END-IF.

       2320-VERIFY-MASTER.
           MOVE "N" TO WS-MASTER-OPEN-FLAG.
           MOVE "N" TO WS-MASTER-TRUSTED-FLAG.
           MOVE 0   TO WS-MASTER-COUNT.
           MOVE 0   TO WS-MASTER-SUM.
           MOVE "N" TO WS-MASTER-EOF-FLAG.
           OPEN INPUT MASTER-FILE.
           IF MASTER-FILE-OK
             SET WS-MASTER-OPENED TO TRUE
             MOVE "*CONTROL*" TO MS-KEY
             READ MASTER-FILE
               INVALID KEY
                 MOVE 0 TO WS-CTL-COUNT
                 MOVE 0 TO WS-CTL-SUM
               NOT INVALID KEY
                 MOVE MC-RECORD-COUNT TO WS-CTL-COUNT
                 MOVE MC-CHECKSUM     TO WS-CTL-SUM
             END-READ
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
                     ADD 1 TO WS-MASTER-COUNT
                     MOVE MS-KEY  TO WS-SUM-KEY
                     MOVE MS-DATA TO WS-SUM-DATA
                     MOVE WS-MASTER-SUM TO WS-SUM-WORK
                     PERFORM 2330-ACCUMULATE-CHECKSUM
                     MOVE WS-SUM-WORK TO WS-MASTER-SUM
                   END-IF
               END-READ
             END-PERFORM
             CLOSE MASTER-FILE
      *> POSTMAST's held control record is zero/zero until the
      *> rewrite lands, so a half-written master never cross-foots
      *> unless it is genuinely empty.
             IF WS-MASTER-COUNT = WS-CTL-COUNT
                AND WS-MASTER-SUM = WS-CTL-SUM
               SET WS-MASTER-TRUSTED TO TRUE
             END-IF
           END-IF.

       2330-ACCUMULATE-CHECKSUM.
      *> Same character algorithm as HELLO's feed checksum and the
      *> master's control record, over key and data.
           PERFORM VARYING WS-CHECKSUM-IDX FROM 1 BY 1
               UNTIL WS-CHECKSUM-IDX > 19
             MOVE WS-SUM-IMAGE(WS-CHECKSUM-IDX:1) TO WS-CHECKSUM-CHAR
             COMPUTE WS-CHECKSUM-CHAR-VAL =
                     FUNCTION ORD(WS-CHECKSUM-CHAR) - 1
             ADD WS-CHECKSUM-CHAR-VAL TO WS-SUM-WORK
           END-PERFORM.

       2400-ASSESS-ARCHIVE.
      *> ARCHHIST keeps a history record it finds already on file and
      *> counts it as archived, so rerunning it over the same INFILE
      *> is harmless. Once INLOAD rebuilds INFILE, though, whatever
      *> was already archived under the old feed's batch dates would
      *> survive the rerun in place of the new feed's data, so those
      *> dates are backed out of HISTFILE first. That is only done
      *> when INFILE is known to be tonight's work - ARCHHIST or a
      *> loading INLOAD has run tonight. Otherwise INFILE still holds
      *> last night's feed, its history is correct, and it is kept.
           MOVE "RERUN" TO WS-STP-DECISION(5).
           MOVE "safe to rerun - history already on file is counted "
             & "as archived, not duplicated" TO WS-LOG-TEXT.
           MOVE "N" TO WS-INFILE-TONIGHT-FLAG.
           IF WS-STP-FOUND(5) AND WS-STP-DATE(5) = WS-NIGHT-DATE
             SET WS-INFILE-TONIGHT TO TRUE
           END-IF.
           IF WS-STP-FOUND(1) AND WS-STP-DATE(1) = WS-NIGHT-DATE
              AND WS-STP-BATCHES(1) > 0
             SET WS-INFILE-TONIGHT TO TRUE
           END-IF.
           IF WS-RESTART-STEP = 1 AND NOT WS-INFILE-TONIGHT
             MOVE "safe to rerun - INFILE was not rebuilt tonight, "
               & "history under its batch dates left untouched"
               TO WS-LOG-TEXT
           END-IF.
           IF WS-RESTART-STEP = 1 AND WS-INFILE-TONIGHT
             PERFORM 2410-COLLECT-FEED-DATES
             IF WS-ARCHIVED-TOTAL > 0
               SET WS-BACKOUT-NEEDED TO TRUE
               MOVE "BACKOUT" TO WS-STP-DECISION(5)
               MOVE SPACES TO WS-LOG-TEXT
               MOVE WS-ARCHIVED-TOTAL TO WS-NUM-DSP
               STRING "INFILE is being rebuilt - " DELIMITED BY SIZE
                      WS-NUM-DSP DELIMITED BY SIZE
                      " history records under its batch dates are "
                        DELIMITED BY SIZE
                      "backed out first" DELIMITED BY SIZE
                 INTO WS-LOG-TEXT
               END-STRING
             END-IF
           END-IF.

       2410-COLLECT-FEED-DATES.
           MOVE 0   TO WS-FEED-DATE-COUNT.
           MOVE 0   TO WS-ARCHIVED-TOTAL.
           MOVE "N" TO WS-INFILE-EOF-FLAG.
           OPEN INPUT IN-FILE.
           IF IN-FILE-OK
             PERFORM UNTIL WS-INFILE-EOF
               READ IN-FILE NEXT RECORD
                 AT END
                   SET WS-INFILE-EOF TO TRUE
                 NOT AT END
                   IF IN-REC-IS-HEADER AND IH-BATCH-DATE NOT = SPACES
                     PERFORM 2420-NOTE-FEED-DATE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE IN-FILE
           END-IF.
           IF WS-FEED-DATE-COUNT > 0
             OPEN INPUT HISTORY-FILE
             IF HISTORY-FILE-OK
               PERFORM 2430-COUNT-ARCHIVED-DATE
                 VARYING WS-FEED-IDX FROM 1 BY 1
                 UNTIL WS-FEED-IDX > WS-FEED-DATE-COUNT
               CLOSE HISTORY-FILE
             END-IF
           END-IF.

       2420-NOTE-FEED-DATE.
           MOVE "N" TO WS-FEED-FOUND-FLAG.
           PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
               UNTIL WS-FEED-IDX > WS-FEED-DATE-COUNT
             IF WS-FD-DATE(WS-FEED-IDX) = IH-BATCH-DATE
               SET WS-FEED-FOUND TO TRUE
             END-IF
           END-PERFORM.
           IF NOT WS-FEED-FOUND AND WS-FEED-DATE-COUNT < 99
             ADD 1 TO WS-FEED-DATE-COUNT
             MOVE IH-BATCH-DATE TO WS-FD-DATE(WS-FEED-DATE-COUNT)
             MOVE 0             TO WS-FD-ARCHIVED(WS-FEED-DATE-COUNT)
           END-IF.

       2430-COUNT-ARCHIVED-DATE.
           MOVE "N" TO WS-HISTORY-EOF-FLAG.
           MOVE WS-FD-DATE(WS-FEED-IDX) TO HI-BATCH-DATE.
           MOVE SPACES                  TO HI-KEY.
           START HISTORY-FILE KEY IS NOT LESS THAN HI-REC-KEY
             INVALID KEY
               SET WS-HISTORY-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-HISTORY-EOF
             READ HISTORY-FILE NEXT RECORD
               AT END
                 SET WS-HISTORY-EOF TO TRUE
               NOT AT END
                 IF HI-BATCH-DATE NOT = WS-FD-DATE(WS-FEED-IDX)
                   SET WS-HISTORY-EOF TO TRUE
                 ELSE
                   ADD 1 TO WS-FD-ARCHIVED(WS-FEED-IDX)
                   ADD 1 TO WS-ARCHIVED-TOTAL
                 END-IF
             END-READ
           END-PERFORM.

       3000-PREPARE-RESTART.
           IF WS-BACKOUT-NEEDED
             PERFORM 3100-BACK-OUT-HISTORY
           END-IF.
           IF NOT WS-DRIVE-STOPPED AND WS-RESTART-STEP > 1
             PERFORM 3200-TRIM-CHAIN-FILE
           END-IF.

       3100-BACK-OUT-HISTORY.
           MOVE "ARCHHIST" TO WS-LOG-STEP.
           OPEN I-O HISTORY-FILE.
           IF NOT HISTORY-FILE-OK
             MOVE "FAILED"  TO WS-LOG-DECISION
             MOVE SPACES    TO WS-LOG-TEXT
             STRING "could not open HISTFILE for the back-out, status "
                      DELIMITED BY SIZE
                    HISTORY-FILE-STATUS DELIMITED BY SIZE
                    " - nothing rerun" DELIMITED BY SIZE
               INTO WS-LOG-TEXT
             END-STRING
             PERFORM 8000-WRITE-LOG-LINE
             SET WS-DRIVE-STOPPED TO TRUE
             MOVE 12 TO RETURN-CODE
           ELSE
             PERFORM 3150-BACK-OUT-ONE-DATE
               VARYING WS-FEED-IDX FROM 1 BY 1
               UNTIL WS-FEED-IDX > WS-FEED-DATE-COUNT
                  OR WS-DRIVE-STOPPED
             CLOSE HISTORY-FILE
           END-IF.

       3150-BACK-OUT-ONE-DATE.
           MOVE 0   TO WS-DELETED-COUNT.
           MOVE "N" TO WS-HISTORY-EOF-FLAG.
           MOVE WS-FD-DATE(WS-FEED-IDX) TO HI-BATCH-DATE.
           MOVE SPACES                  TO HI-KEY.
           START HISTORY-FILE KEY IS NOT LESS THAN HI-REC-KEY
             INVALID KEY
               SET WS-HISTORY-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-HISTORY-EOF OR WS-DRIVE-STOPPED
             READ HISTORY-FILE NEXT RECORD
               AT END
                 SET WS-HISTORY-EOF TO TRUE
               NOT AT END
                 IF HI-BATCH-DATE NOT = WS-FD-DATE(WS-FEED-IDX)
                   SET WS-HISTORY-EOF TO TRUE
                 ELSE
                   DELETE HISTORY-FILE
                   IF HISTORY-FILE-OK
                     ADD 1 TO WS-DELETED-COUNT
                   ELSE
                     SET WS-DRIVE-STOPPED TO TRUE
                     MOVE 12 TO RETURN-CODE
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           MOVE WS-DELETED-COUNT TO WS-NUM-DSP.
           MOVE SPACES TO WS-LOG-TEXT.
           IF WS-DRIVE-STOPPED
             MOVE "FAILED" TO WS-LOG-DECISION
             STRING "history delete failed, status " DELIMITED BY SIZE
                    HISTORY-FILE-STATUS DELIMITED BY SIZE
                    " for batch date " DELIMITED BY SIZE
                    WS-FD-DATE(WS-FEED-IDX) DELIMITED BY SIZE
                    " after " DELIMITED BY SIZE
                    WS-NUM-DSP DELIMITED BY SIZE
                    " - nothing rerun" DELIMITED BY SIZE
               INTO WS-LOG-TEXT
             END-STRING
           ELSE
             MOVE "BACKOUT" TO WS-LOG-DECISION
             STRING "backed out batch date " DELIMITED BY SIZE
                    WS-FD-DATE(WS-FEED-IDX) DELIMITED BY SIZE
                    " - " DELIMITED BY SIZE
                    WS-NUM-DSP DELIMITED BY SIZE
                    " history records deleted" DELIMITED BY SIZE
               INTO WS-LOG-TEXT
             END-STRING
           END-IF.
           PERFORM 8000-WRITE-LOG-LINE.

       3200-TRIM-CHAIN-FILE.
      *> The chain file is cut back to the clean steps ahead of the
      *> restart point, so the rerun steps append behind them in
      *> order and NIGHTBAL balances the night as one run. INLOAD
      *> starts the file fresh itself, so a restart there skips this.
           MOVE "CHAIN" TO WS-LOG-STEP.
           MOVE SPACES  TO WS-LOG-TEXT.
           OPEN OUTPUT CHAIN-FILE.
           IF NOT CHAIN-FILE-OK
             MOVE "FAILED" TO WS-LOG-DECISION
             STRING "could not rewrite chainstat.dat, status "
                      DELIMITED BY SIZE
                    CHAIN-FILE-STATUS DELIMITED BY SIZE
                    " - nothing rerun" DELIMITED BY SIZE
               INTO WS-LOG-TEXT
             END-STRING
             SET WS-DRIVE-STOPPED TO TRUE
             MOVE 12 TO RETURN-CODE
           ELSE
             PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                 UNTIL WS-STEP-IDX >= WS-RESTART-STEP
               MOVE WS-STP-IMAGE(WS-STEP-IDX) TO CHAIN-REC
               WRITE CHAIN-REC
             END-PERFORM
             CLOSE CHAIN-FILE
             MOVE "TRIMMED" TO WS-LOG-DECISION
             STRING "chainstat.dat cut back to the steps ahead of "
                      DELIMITED BY SIZE
                    WS-STEP-NAME(WS-RESTART-STEP) DELIMITED BY SPACE
                    INTO WS-LOG-TEXT
             END-STRING
           END-IF.
           PERFORM 8000-WRITE-LOG-LINE.

       4000-DRIVE-STEPS.
           PERFORM 4100-RUN-ONE-STEP
             VARYING WS-STEP-IDX FROM WS-RESTART-STEP BY 1
             UNTIL WS-STEP-IDX > 6 OR WS-DRIVE-STOPPED.
           IF NOT WS-DRIVE-STOPPED
             MOVE "CHAIN"    TO WS-LOG-STEP
             MOVE "COMPLETE" TO WS-LOG-DECISION
             MOVE "every remaining step finished cleanly - run "
               & "NIGHTBAL for the night's balance" TO WS-LOG-TEXT
             PERFORM 8000-WRITE-LOG-LINE
           END-IF.

       4100-RUN-ONE-STEP.
      *> Each step is started through the system shell and judged
      *> by the chain record it writes, not by the shell's return
      *> code: a record not stamped between the step's launch and
      *> its finish is last night's or the failed attempt's, not
      *> this one's.
           IF WS-STEP-IDX = 3
             DISPLAY "HELLO_RESTART" UPON ENVIRONMENT-NAME
             DISPLAY WS-HELLO-RESTART-VALUE UPON ENVIRONMENT-VALUE
           END-IF.
           MOVE WS-STEP-NAME(WS-STEP-IDX) TO WS-LOG-STEP.
           MOVE "STARTED" TO WS-LOG-DECISION.
           MOVE SPACES    TO WS-LOG-TEXT.
           STRING "command: " DELIMITED BY SIZE
                  WS-STP-COMMAND(WS-STEP-IDX) DELIMITED BY SIZE
             INTO WS-LOG-TEXT
           END-STRING.
           PERFORM 8000-WRITE-LOG-LINE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURR-DATE-NUM TO WS-LAUNCH-DATE.
           MOVE WS-CURR-TIME-NUM TO WS-LAUNCH-TIME.
           MOVE RETURN-CODE TO WS-RUN-RC.
           CALL "SYSTEM" USING WS-STP-COMMAND(WS-STEP-IDX).
           MOVE WS-RUN-RC TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURR-DATE-NUM TO WS-FINISH-DATE.
           MOVE WS-CURR-TIME-NUM TO WS-FINISH-TIME.
           PERFORM 4200-CHECK-STEP-RESULT.

       4200-CHECK-STEP-RESULT.
      *> Under a business date the steps stamp that date with the
      *> real clock time, so only the time can be set against the
      *> clock, as CATCHUP does: a step that ran past midnight stamps
      *> a time below its launch time, and on that night any time
      *> after the launch or up to the finish will do. Otherwise the
      *> record's date and time must fall between launch and finish.
           PERFORM 1000-LOAD-CHAIN-RECORDS.
           MOVE "N" TO WS-REC-IN-RUN-FLAG.
           IF WS-BUSINESS-DATE NOT = SPACES AND WS-BUS-DATE-OK
             IF WS-STP-DATE(WS-STEP-IDX) = WS-NIGHT-DATE
               IF WS-FINISH-DATE = WS-LAUNCH-DATE
                 IF WS-STP-TIME(WS-STEP-IDX) >= WS-LAUNCH-TIME
                    AND WS-STP-TIME(WS-STEP-IDX) <= WS-FINISH-TIME
                   SET WS-REC-IN-RUN TO TRUE
                 END-IF
               ELSE
                 IF WS-STP-TIME(WS-STEP-IDX) >= WS-LAUNCH-TIME
                    OR WS-STP-TIME(WS-STEP-IDX) <= WS-FINISH-TIME
                   SET WS-REC-IN-RUN TO TRUE
                 END-IF
               END-IF
             END-IF
           ELSE
             COMPUTE WS-LAUNCH-STAMP =
               WS-LAUNCH-DATE * 1000000 + WS-LAUNCH-TIME
             COMPUTE WS-FINISH-STAMP =
               WS-FINISH-DATE * 1000000 + WS-FINISH-TIME
             COMPUTE WS-RECORD-STAMP =
               WS-STP-DATE(WS-STEP-IDX) * 1000000
               + WS-STP-TIME(WS-STEP-IDX)
             IF WS-RECORD-STAMP >= WS-LAUNCH-STAMP
                AND WS-RECORD-STAMP <= WS-FINISH-STAMP
               SET WS-REC-IN-RUN TO TRUE
             END-IF
           END-IF.
           MOVE WS-STEP-NAME(WS-STEP-IDX) TO WS-LOG-STEP.
           MOVE SPACES TO WS-LOG-TEXT.
           MOVE WS-STP-STATUS(WS-STEP-IDX) TO WS-CODE-DSP.
           EVALUATE TRUE
             WHEN NOT WS-STP-FOUND(WS-STEP-IDX)
                  OR NOT WS-REC-IN-RUN
               MOVE "FAILED" TO WS-LOG-DECISION
               MOVE "wrote no chain status record - the step did not "
                 & "start or died before the end" TO WS-LOG-TEXT
             WHEN WS-STP-STATUS(WS-STEP-IDX) >= 8
                  OR WS-STP-VERIFY(WS-STEP-IDX) = "FAIL"
                  OR WS-STP-CKPT(WS-STEP-IDX) = "Y"
               MOVE "FAILED" TO WS-LOG-DECISION
               STRING "ended with status " DELIMITED BY SIZE
                      WS-CODE-DSP DELIMITED BY SIZE
                      " verify " DELIMITED BY SIZE
                      WS-STP-VERIFY(WS-STEP-IDX) DELIMITED BY SIZE
                      " - rerun this controller once it is fixed"
                        DELIMITED BY SIZE
                 INTO WS-LOG-TEXT
               END-STRING
             WHEN OTHER
               SET WS-STP-CLEAN(WS-STEP-IDX) TO TRUE
               MOVE "CLEAN"  TO WS-LOG-DECISION
               STRING "finished with status " DELIMITED BY SIZE
                      WS-CODE-DSP DELIMITED BY SIZE
                 INTO WS-LOG-TEXT
               END-STRING
               IF WS-STP-STATUS(WS-STEP-IDX) > 0 AND RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
               END-IF
           END-EVALUATE.
           IF NOT WS-STP-CLEAN(WS-STEP-IDX)
             SET WS-DRIVE-STOPPED TO TRUE
             IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
             END-IF
           END-IF.
           PERFORM 8000-WRITE-LOG-LINE.

       8000-WRITE-LOG-LINE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURR-DATE-NUM TO WS-LOG-DATE.
           MOVE WS-CURR-TIME-NUM TO WS-LOG-TIME.
           DISPLAY "CHAINRST: " WS-LOG-STEP " " WS-LOG-DECISION " "
                   WS-LOG-TEXT.
           IF WS-LOG-IS-OPEN
             MOVE WS-LOG-LINE TO LOG-REC
             WRITE LOG-REC
           END-IF.
