       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBSTREAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-PARM-FILE ASSIGN TO 'JOBPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT JOB-CONTROL-FILE ASSIGN TO 'JOBCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT CYCLE-PARM-FILE ASSIGN TO 'ORDCYCLE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INV-PARM-FILE ASSIGN TO 'ARPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-PARM-FILE ASSIGN TO 'GLPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AR-OPEN-FILE ASSIGN TO 'AROPEN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AROPEN-STATUS.
           SELECT AR-OPEN-OUT-FILE ASSIGN TO 'AROPENO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AROPENO-STATUS.
           SELECT LS-IN-FILE ASSIGN TO DYNAMIC WS-LS-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LS-IN-STATUS.
           SELECT LS-OUT-FILE ASSIGN TO DYNAMIC WS-LS-OUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LS-OUT-STATUS.
           SELECT SEQ-IN-FILE ASSIGN TO DYNAMIC WS-SEQ-IN-NAME
               FILE STATUS IS WS-SEQ-IN-STATUS.
           SELECT SEQ-OUT-FILE ASSIGN TO DYNAMIC WS-SEQ-OUT-NAME
               FILE STATUS IS WS-SEQ-OUT-STATUS.
           SELECT STREAM-REPORT-FILE ASSIGN TO 'JOBSTRM.PRT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO 'RUNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.

       FILE SECTION.

      *> Cycle date for the night's stream (YYYYMMDD). When absent the
      *> run date is used, which is the normal overnight case.
       FD  JOB-PARM-FILE.
       01  JOB-PARM-REC.
           05 JP-CYCLE-DATE    PIC 9(8).

      *> Restart point, rewritten after every step: the cycle, the last
      *> step reached and how far it got. JC-PHASE 'R' means the step
      *> ended RC 00 but its out-file is not promoted yet, 'C' means
      *> the out-file proved and the generations were rolled but the
      *> copy-back had not finished, 'P' means the step is complete.
       FD  JOB-CONTROL-FILE.
       01  JOB-CONTROL-REC.
           05 JC-CYCLE-DATE    PIC 9(8).
           05 JC-LAST-STEP     PIC 9(2).
           05 JC-PHASE         PIC X.

      *> Date parms handed to the steps that take one, so every step
      *> of the stream works to the same cycle date.
       FD  CYCLE-PARM-FILE.
       01  CYCLE-PARM-REC.
           05 CYP-DATE         PIC 9(8).

       FD  INV-PARM-FILE.
       01  INV-PARM-REC.
           05 IPM-DATE         PIC 9(8).

       FD  GL-PARM-FILE.
       01  GL-PARM-REC.
           05 GPM-DATE         PIC 9(8).

      *> AR open items before and after an ARINVOICE or ARPAYMENT run.
      *> Both programs copy every item through in file order and only
      *> append new ones, so the pair proves item by item.
       FD  AR-OPEN-FILE.
           COPY AROPEN.

       FD  AR-OPEN-OUT-FILE.
       01  AR-OPEN-OUT-REC.
           05 AOO-INVOICE-NO     PIC 9(10).
           05 AOO-CUSTOMER-ID    PIC 9(10).
           05 AOO-INV-DATE       PIC 9(8).
           05 AOO-GROSS          PIC 9(9)V99.
           05 AOO-DISCOUNT       PIC 9(9)V99.
           05 AOO-NET            PIC 9(9)V99.
           05 AOO-PAID           PIC 9(9)V99.
           05 AOO-STATUS         PIC X.
           05 AOO-TAX            PIC 9(9)V99.
           05 AOO-WRITEOFF       PIC 9(9)V99.

      *> Any line-sequential order-keyed file of the stream, named at
      *> run time. The order, suspense, hold and reject layouts all
      *> open with order id, customer id and amount, which is all the
      *> proof needs; the copy moves the whole line.
       FD  LS-IN-FILE.
       01  LS-IN-REC.
           05 LSI-ORDER-ID       PIC 9(10).
           05 LSI-CUSTOMER-ID    PIC 9(10).
           05 LSI-AMOUNT         PIC 9(7)V99.
           05 FILLER             PIC X(171).

       FD  LS-OUT-FILE.
       01  LS-OUT-REC            PIC X(200).

      *> ORDER.DAT-format files (ORDER.DAT, ORDCLEAN.DAT, CREDREL.DAT,
      *> ORDREL.DAT) are fixed-length sequential, not line sequential.
       FD  SEQ-IN-FILE.
       01  SEQ-IN-REC.
           05 SQI-ORDER-ID       PIC 9(10).
           05 SQI-CUSTOMER-ID    PIC 9(10).
           05 SQI-AMOUNT         PIC 9(7)V99.
           05 FILLER             PIC X(14).

       FD  SEQ-OUT-FILE.
       01  SEQ-OUT-REC           PIC X(43).

       FD  STREAM-REPORT-FILE.
       01  STREAM-REPORT-REC     PIC X(132).

       FD  RUN-LOG-FILE.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.

       01 WS-EOF               PIC X VALUE 'N'.
       01 WS-OUT-EOF           PIC X VALUE 'N'.
       01 WS-PARM-STATUS       PIC XX.
       01 WS-CTL-STATUS        PIC XX.
       01 WS-AROPEN-STATUS     PIC XX.
       01 WS-AROPENO-STATUS    PIC XX.
       01 WS-LS-IN-STATUS      PIC XX.
       01 WS-LS-OUT-STATUS     PIC XX.
       01 WS-SEQ-IN-STATUS     PIC XX.
       01 WS-SEQ-OUT-STATUS    PIC XX.
       01 WS-RUNLOG-STATUS     PIC XX.

       01 WS-LS-IN-NAME        PIC X(12).
       01 WS-LS-OUT-NAME       PIC X(12).
       01 WS-SEQ-IN-NAME       PIC X(12).
       01 WS-SEQ-OUT-NAME      PIC X(12).

       01 WS-RUN-DATE          PIC 9(8).
       01 WS-RUN-TIME          PIC 9(8).
       01 WS-CYCLE-DATE        PIC 9(8) VALUE 0.
       01 WS-CYCLE-DATE-ED     PIC X(10).
       01 WS-STREAM-RC         PIC 9(2) VALUE 0.
       01 WS-STREAM-FAILED     PIC X VALUE 'N'.
       01 WS-CYCLE-DONE        PIC X VALUE 'N'.

      *> The nightly steps in run order. WS-STEP-PAIR names the
      *> out-file the step leaves for copy-back, if any:
      *>   ORDER    ORDCLEAN.DAT over ORDER.DAT     (ORDEREDIT)
      *>   AROPEN   AROPENO.DAT  over AROPEN.DAT    (ARINVOICE, ARPAYMENT)
      *>   CREDHOLD CREDHLDO.DAT over CREDHLDI.DAT  (CREDRELSE)
      *>   ORDSUSP  ORDSUSPO.DAT over ORDSUSPI.DAT  (SUSPRELSE)
      *> Each step is run by its program name. STANDGEN goes first so
      *> the standing orders it appends to ORDER.DAT are edited and
      *> billed with the keyed ones.
       01 WS-STEP-COUNT        PIC 9(2) VALUE 8.
       01 WS-STEP-TABLE.
           05 WS-STEP-ENTRY OCCURS 8 TIMES.
               10 WS-STEP-PGM       PIC X(10).
               10 WS-STEP-PAIR      PIC X(8).
       01 WS-STEP-SUB          PIC 9(2) VALUE 0.
       01 WS-FIRST-STEP        PIC 9(2) VALUE 1.
       01 WS-RESUME-PHASE      PIC X VALUE 'P'.
       01 WS-STEP-NO-ED        PIC Z9.
       01 WS-STEP-COMMAND      PIC X(80).
       01 WS-SYSTEM-RC         PIC S9(9) VALUE 0.

      *> Last RUNLOG.DAT record of the program being checked, and
      *> its position in the file (1 = first record).
       01 WS-CHK-PGM           PIC X(10).
       01 WS-CHK-POS           PIC 9(7) VALUE 0.
       01 WS-LOG-RECNO         PIC 9(7) VALUE 0.
       01 WS-CHK-FOUND         PIC X VALUE 'N'.
       01 WS-CHK-PHASE         PIC X(5).
       01 WS-CHK-RC            PIC 9(2) VALUE 0.
       01 WS-CHK-READ          PIC 9(7) VALUE 0.
       01 WS-CHK-WRITE         PIC 9(7) VALUE 0.
       01 WS-CHK-REJECT        PIC 9(7) VALUE 0.
       01 WS-CHK-OK            PIC X VALUE 'N'.
       01 WS-STEP-START-TIME   PIC 9(6) VALUE 0.
      *> RUNLOG.DAT records on file just before the step was called;
      *> the step's own END must come after them.
       01 WS-STEP-LOG-POS      PIC 9(7) VALUE 0.

      *> Proof counters: in = what the step read, out = the out-file
      *> to be promoted, gone = what left by another door (rejects,
      *> releases, new items on the AR side).
       01 WS-PROOF-OK          PIC X VALUE 'N'.
       01 WS-PROOF-REASON      PIC X(30).
       01 WS-FILE-FOUND        PIC X VALUE 'N'.
       01 WS-FILE-COUNT        PIC 9(7) VALUE 0.
       01 WS-FILE-TOTAL        PIC 9(11)V99 VALUE 0.
       01 WS-IN-COUNT          PIC 9(7) VALUE 0.
       01 WS-IN-TOTAL          PIC 9(11)V99 VALUE 0.
       01 WS-OUT-COUNT         PIC 9(7) VALUE 0.
       01 WS-OUT-TOTAL         PIC 9(11)V99 VALUE 0.
       01 WS-GONE-COUNT        PIC 9(7) VALUE 0.
       01 WS-GONE-TOTAL        PIC 9(11)V99 VALUE 0.
       01 WS-SETTLED-TOTAL     PIC 9(11)V99 VALUE 0.
       01 WS-NEW-INVOICE-COUNT PIC 9(7) VALUE 0.
       01 WS-NEW-OTHER-COUNT   PIC 9(7) VALUE 0.
       01 WS-EXPECT-COUNT      PIC S9(9) VALUE 0.
       01 WS-EXPECT-TOTAL      PIC S9(11)V99 VALUE 0.

      *> Promotion: the live file, the out-file that replaces it and
      *> the generation base name (AROPEN -> AROPEN.G01 .. .G03).
       01 WS-LIVE-NAME         PIC X(12).
       01 WS-NEW-NAME          PIC X(12).
       01 WS-GEN-BASE          PIC X(8).
       01 WS-GEN-ORG           PIC X VALUE 'L'.
       01 WS-GEN-MAX           PIC 9 VALUE 3.
       01 WS-GEN-SUB           PIC 9 VALUE 0.
       01 WS-GEN-FROM          PIC 9 VALUE 0.
       01 WS-GEN-SUFFIX        PIC X(4).
       01 WS-COPY-FROM         PIC X(12).
       01 WS-COPY-TO           PIC X(12).
       01 WS-COPY-COUNT        PIC 9(7) VALUE 0.
       01 WS-COPY-OK           PIC X VALUE 'N'.

       01 WS-STEPS-RUN         PIC 9(2) VALUE 0.
       01 WS-FILES-PROMOTED    PIC 9(2) VALUE 0.

       01 WS-RPT-COUNT-ED      PIC Z,ZZZ,ZZ9.
       01 WS-RPT-TOTAL-ED      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-RPT-TIME-ED       PIC X(8).
       01 WS-RPT-RC-ED         PIC Z9.

       PROCEDURE DIVISION.

       MAIN-PROC.
           PERFORM INIT-PROC
           PERFORM FIND-RESTART-POINT
           IF WS-STREAM-FAILED = 'N' AND WS-CYCLE-DONE = 'N'
               PERFORM WRITE-STEP-PARMS
               PERFORM RUN-ONE-STEP
                   VARYING WS-STEP-SUB FROM WS-FIRST-STEP BY 1
                   UNTIL WS-STEP-SUB > WS-STEP-COUNT
                      OR WS-STREAM-FAILED = 'Y'
           END-IF
           PERFORM END-PROC
           STOP RUN.

       INIT-PROC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM READ-JOB-PARM
           STRING
               WS-CYCLE-DATE(5:2) DELIMITED BY SIZE
               "/"                DELIMITED BY SIZE
               WS-CYCLE-DATE(7:2) DELIMITED BY SIZE
               "/"                DELIMITED BY SIZE
               WS-CYCLE-DATE(1:4) DELIMITED BY SIZE
               INTO WS-CYCLE-DATE-ED
           END-STRING
           PERFORM LOAD-STEP-TABLE
           OPEN OUTPUT STREAM-REPORT-FILE
           PERFORM WRITE-RUN-LOG-START
           PERFORM WRITE-REPORT-HEADER.

       READ-JOB-PARM.
           MOVE WS-RUN-DATE TO WS-CYCLE-DATE
           OPEN INPUT JOB-PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ JOB-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE JP-CYCLE-DATE TO WS-CYCLE-DATE
               END-READ
               CLOSE JOB-PARM-FILE
           ELSE
               DISPLAY "NO JOB PARM, USING RUN DATE"
           END-IF.

       LOAD-STEP-TABLE.
           MOVE "STANDGEN"   TO WS-STEP-PGM(1)
           MOVE SPACES       TO WS-STEP-PAIR(1)
           MOVE "ORDEREDIT"  TO WS-STEP-PGM(2)
           MOVE "ORDER"      TO WS-STEP-PAIR(2)
           MOVE "ORDERPROC"  TO WS-STEP-PGM(3)
           MOVE SPACES       TO WS-STEP-PAIR(3)
           MOVE "ARINVOICE"  TO WS-STEP-PGM(4)
           MOVE "AROPEN"     TO WS-STEP-PAIR(4)
           MOVE "ARPAYMENT"  TO WS-STEP-PGM(5)
           MOVE "AROPEN"     TO WS-STEP-PAIR(5)
           MOVE "CREDRELSE"  TO WS-STEP-PGM(6)
           MOVE "CREDHOLD"   TO WS-STEP-PAIR(6)
           MOVE "SUSPRELSE"  TO WS-STEP-PGM(7)
           MOVE "ORDSUSP"    TO WS-STEP-PAIR(7)
           MOVE "GLEXTRACT"  TO WS-STEP-PGM(8)
           MOVE SPACES       TO WS-STEP-PAIR(8).

      *> ===============================
      *> 実行管理ログ出力
      *> RUNLOG.DAT は各ステップも追記するので、書くたびに
      *> OPEN/CLOSE する（GLEXTRACT と同じ扱い）。
      *> ===============================
       WRITE-RUN-LOG-START.
           OPEN EXTEND RUN-LOG-FILE
           MOVE "JOBSTREAM"  TO RL-PROGRAM-ID
           MOVE WS-RUN-DATE  TO RL-RUN-DATE
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-TIME(1:6) TO RL-RUN-TIME
           MOVE "START"      TO RL-PHASE
           MOVE 0            TO RL-READ-COUNT
           MOVE 0            TO RL-WRITE-COUNT
           MOVE 0            TO RL-REJECT-COUNT
           MOVE 0            TO RL-RETURN-CODE
           WRITE RUN-LOG-REC
           CLOSE RUN-LOG-FILE.

       WRITE-RUN-LOG-END.
           OPEN EXTEND RUN-LOG-FILE
           MOVE "JOBSTREAM"  TO RL-PROGRAM-ID
           MOVE WS-RUN-DATE  TO RL-RUN-DATE
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-TIME(1:6) TO RL-RUN-TIME
           MOVE "END"        TO RL-PHASE
           MOVE WS-STEPS-RUN TO RL-READ-COUNT
           MOVE WS-FILES-PROMOTED TO RL-WRITE-COUNT
           MOVE 0            TO RL-REJECT-COUNT
           MOVE WS-STREAM-RC TO RL-RETURN-CODE
           WRITE RUN-LOG-REC
           CLOSE RUN-LOG-FILE.

      *> ===============================
      *> 再開位置の決定（JOBCTL.DAT）
      *> 同じサイクルの途中で止まっていれば、失敗したステップから
      *> 再開する。前サイクルが未完了なら新しいサイクルは始めない。
      *> ===============================
       FIND-RESTART-POINT.
           MOVE 0   TO JC-CYCLE-DATE
           MOVE 0   TO JC-LAST-STEP
           MOVE 'P' TO JC-PHASE
           OPEN INPUT JOB-CONTROL-FILE
           IF WS-CTL-STATUS = "00"
               READ JOB-CONTROL-FILE
                   AT END
                       MOVE 0 TO JC-CYCLE-DATE
               END-READ
               CLOSE JOB-CONTROL-FILE
           END-IF
           IF JC-CYCLE-DATE NOT = WS-CYCLE-DATE
               IF JC-CYCLE-DATE NOT = 0
                  AND (JC-LAST-STEP < WS-STEP-COUNT
                       OR JC-PHASE NOT = 'P')
                   MOVE "PREVIOUS CYCLE NOT COMPLETE"
                       TO WS-PROOF-REASON
                   PERFORM WRITE-REFUSAL-LINE
                   DISPLAY "PREVIOUS CYCLE NOT COMPLETE:"
                       JC-CYCLE-DATE
                   MOVE 16 TO WS-STREAM-RC
                   MOVE 'Y' TO WS-STREAM-FAILED
               ELSE
                   MOVE 1   TO WS-FIRST-STEP
                   MOVE 'P' TO WS-RESUME-PHASE
               END-IF
           ELSE
               IF JC-LAST-STEP >= WS-STEP-COUNT AND JC-PHASE = 'P'
                   MOVE 'Y' TO WS-CYCLE-DONE
                   MOVE "CYCLE ALREADY COMPLETE" TO WS-PROOF-REASON
                   PERFORM WRITE-REFUSAL-LINE
                   DISPLAY "CYCLE ALREADY COMPLETE:" WS-CYCLE-DATE
               ELSE
                   IF JC-PHASE = 'P'
                       COMPUTE WS-FIRST-STEP = JC-LAST-STEP + 1
                       MOVE 'P' TO WS-RESUME-PHASE
                   ELSE
                       MOVE JC-LAST-STEP TO WS-FIRST-STEP
                       MOVE JC-PHASE TO WS-RESUME-PHASE
                   END-IF
                   PERFORM WRITE-RESTART-LINE
               END-IF
           END-IF.

       SAVE-JOB-CONTROL.
           OPEN OUTPUT JOB-CONTROL-FILE
           IF WS-CTL-STATUS NOT = "00"
               DISPLAY "JOB CONTROL WRITE FAILED - STATUS:"
                   WS-CTL-STATUS
               MOVE 16 TO WS-STREAM-RC
               MOVE 'Y' TO WS-STREAM-FAILED
           ELSE
               MOVE WS-CYCLE-DATE TO JC-CYCLE-DATE
               WRITE JOB-CONTROL-REC
               CLOSE JOB-CONTROL-FILE
           END-IF.

       WRITE-STEP-PARMS.
           OPEN OUTPUT CYCLE-PARM-FILE
           MOVE WS-CYCLE-DATE TO CYP-DATE
           WRITE CYCLE-PARM-REC
           CLOSE CYCLE-PARM-FILE
           OPEN OUTPUT INV-PARM-FILE
           MOVE WS-CYCLE-DATE TO IPM-DATE
           WRITE INV-PARM-REC
           CLOSE INV-PARM-FILE
           OPEN OUTPUT GL-PARM-FILE
           MOVE WS-CYCLE-DATE TO GPM-DATE
           WRITE GL-PARM-REC
           CLOSE GL-PARM-FILE.

      *> ===============================
      *> ステップ実行
      *> 前ステップの END（RC 00）を RUNLOG.DAT で確認してから
      *> 実行し、自身の END を確認したうえで出力ファイルを昇格する。
      *> ===============================
       RUN-ONE-STEP.
           IF WS-STEP-SUB > 1
               MOVE WS-STEP-PGM(WS-STEP-SUB - 1) TO WS-CHK-PGM
               PERFORM FIND-LAST-RUN-LOG
               IF WS-CHK-FOUND = 'N' OR WS-CHK-PHASE NOT = "END"
                  OR WS-CHK-RC NOT = 0
                   MOVE "PREDECESSOR NOT ENDED RC 00"
                       TO WS-PROOF-REASON
                   PERFORM FAIL-STEP
               END-IF
           END-IF
           IF WS-STREAM-FAILED = 'N'
               IF WS-STEP-SUB = WS-FIRST-STEP
                  AND WS-RESUME-PHASE NOT = 'P'
                   PERFORM RESUME-STEP
               ELSE
                   PERFORM EXECUTE-STEP
               END-IF
           END-IF
           IF WS-STREAM-FAILED = 'N'
               IF WS-STEP-PAIR(WS-STEP-SUB) = SPACES
                   MOVE WS-STEP-SUB TO JC-LAST-STEP
                   MOVE 'P' TO JC-PHASE
                   PERFORM SAVE-JOB-CONTROL
               ELSE
                   PERFORM PROMOTE-STEP-OUTPUT
               END-IF
           END-IF.

       EXECUTE-STEP.
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-TIME(1:6) TO WS-STEP-START-TIME
           PERFORM WRITE-STEP-START-LINE
           MOVE SPACES TO WS-CHK-PGM
           PERFORM FIND-LAST-RUN-LOG
           MOVE WS-LOG-RECNO TO WS-STEP-LOG-POS
           MOVE SPACES TO WS-STEP-COMMAND
           MOVE WS-STEP-PGM(WS-STEP-SUB) TO WS-STEP-COMMAND
           CALL 'SYSTEM' USING WS-STEP-COMMAND
           MOVE RETURN-CODE TO WS-SYSTEM-RC
           MOVE 0 TO RETURN-CODE
           ADD 1 TO WS-STEPS-RUN
           MOVE WS-STEP-PGM(WS-STEP-SUB) TO WS-CHK-PGM
           PERFORM FIND-LAST-RUN-LOG
           PERFORM CHECK-STEP-ENDED
           IF WS-CHK-OK = 'N'
               MOVE "STEP DID NOT END RC 00" TO WS-PROOF-REASON
               PERFORM FAIL-STEP
           ELSE
               PERFORM WRITE-STEP-END-LINE
               MOVE WS-STEP-SUB TO JC-LAST-STEP
               MOVE 'R' TO JC-PHASE
               PERFORM SAVE-JOB-CONTROL
           END-IF.

      *> The step already ran RC 00 on an earlier attempt; running it
      *> again would post its work twice, so only the promotion is
      *> redone. Its END record is still checked for the counts.
       RESUME-STEP.
           MOVE 0 TO WS-STEP-LOG-POS
           MOVE WS-STEP-PGM(WS-STEP-SUB) TO WS-CHK-PGM
           PERFORM FIND-LAST-RUN-LOG
           PERFORM CHECK-STEP-ENDED
           IF WS-CHK-OK = 'N'
               MOVE "STEP DID NOT END RC 00" TO WS-PROOF-REASON
               PERFORM FAIL-STEP
           ELSE
               MOVE SPACES TO STREAM-REPORT-REC
               MOVE WS-STEP-SUB TO WS-STEP-NO-ED
               STRING
                   "STEP "                  DELIMITED BY SIZE
                   WS-STEP-NO-ED            DELIMITED BY SIZE
                   "  "                     DELIMITED BY SIZE
                   WS-STEP-PGM(WS-STEP-SUB) DELIMITED BY SIZE
                   "  ALREADY RUN, RESUMING AT PROMOTION"
                                            DELIMITED BY SIZE
                   INTO STREAM-REPORT-REC
               END-STRING
               WRITE STREAM-REPORT-REC AFTER ADVANCING 2 LINES
           END-IF.

      *> The last record a program wrote must be its END with RC 00.
      *> For a step run just now it must also lie beyond the records
      *> that were on file when the step was called, or it is a
      *> previous night's END. Position, not time stamp: a program
      *> dates its END with the day it started, so one that runs past
      *> midnight logs an END time earlier than its start.
       CHECK-STEP-ENDED.
           MOVE 'Y' TO WS-CHK-OK
           IF WS-CHK-FOUND = 'N' OR WS-CHK-PHASE NOT = "END"
              OR WS-CHK-RC NOT = 0
               MOVE 'N' TO WS-CHK-OK
           ELSE
               IF WS-CHK-POS <= WS-STEP-LOG-POS
                   MOVE 'N' TO WS-CHK-OK
               END-IF
           END-IF.

       FIND-LAST-RUN-LOG.
           MOVE 'N' TO WS-CHK-FOUND
           MOVE SPACES TO WS-CHK-PHASE
           MOVE 0 TO WS-CHK-RC
           MOVE 0 TO WS-CHK-READ
           MOVE 0 TO WS-CHK-WRITE
           MOVE 0 TO WS-CHK-REJECT
           MOVE 0 TO WS-CHK-POS
           MOVE 0 TO WS-LOG-RECNO
           OPEN INPUT RUN-LOG-FILE
           PERFORM UNTIL WS-EOF = 'Y'
               READ RUN-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LOG-RECNO
                       IF RL-PROGRAM-ID = WS-CHK-PGM
                           MOVE 'Y'             TO WS-CHK-FOUND
                           MOVE WS-LOG-RECNO    TO WS-CHK-POS
                           MOVE RL-PHASE        TO WS-CHK-PHASE
                           MOVE RL-RETURN-CODE  TO WS-CHK-RC
                           MOVE RL-READ-COUNT   TO WS-CHK-READ
                           MOVE RL-WRITE-COUNT  TO WS-CHK-WRITE
                           MOVE RL-REJECT-COUNT TO WS-CHK-REJECT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUN-LOG-FILE
           MOVE 'N' TO WS-EOF.

       FAIL-STEP.
           MOVE 16 TO WS-STREAM-RC
           MOVE 'Y' TO WS-STREAM-FAILED
           PERFORM WRITE-FAIL-LINE
           DISPLAY "JOB STREAM STOPPED AT STEP "
               WS-STEP-PGM(WS-STEP-SUB) ": " WS-PROOF-REASON.

      *> ===============================
      *> 出力ファイルの検証と昇格
      *> 件数・金額で入力と突き合わせてから世代を送り、
      *> 出力ファイルを本番ファイルへ複写する。
      *> ===============================
       PROMOTE-STEP-OUTPUT.
           EVALUATE WS-STEP-PAIR(WS-STEP-SUB)
               WHEN "ORDER"
                   MOVE "ORDER.DAT"    TO WS-LIVE-NAME
                   MOVE "ORDCLEAN.DAT" TO WS-NEW-NAME
                   MOVE "ORDER"        TO WS-GEN-BASE
                   MOVE 'S'            TO WS-GEN-ORG
               WHEN "AROPEN"
                   MOVE "AROPEN.DAT"   TO WS-LIVE-NAME
                   MOVE "AROPENO.DAT"  TO WS-NEW-NAME
                   MOVE "AROPEN"       TO WS-GEN-BASE
                   MOVE 'L'            TO WS-GEN-ORG
               WHEN "CREDHOLD"
                   MOVE "CREDHLDI.DAT" TO WS-LIVE-NAME
                   MOVE "CREDHLDO.DAT" TO WS-NEW-NAME
                   MOVE "CREDHLDI"     TO WS-GEN-BASE
                   MOVE 'L'            TO WS-GEN-ORG
               WHEN OTHER
                   MOVE "ORDSUSPI.DAT" TO WS-LIVE-NAME
                   MOVE "ORDSUSPO.DAT" TO WS-NEW-NAME
                   MOVE "ORDSUSPI"     TO WS-GEN-BASE
                   MOVE 'L'            TO WS-GEN-ORG
           END-EVALUATE
           IF WS-STEP-SUB = WS-FIRST-STEP AND WS-RESUME-PHASE = 'C'
               MOVE 'Y' TO WS-PROOF-OK
           ELSE
               EVALUATE WS-STEP-PAIR(WS-STEP-SUB)
                   WHEN "ORDER"
                       PERFORM PROVE-ORDER-EDIT
                   WHEN "AROPEN"
                       PERFORM PROVE-AR-OPEN
                   WHEN "CREDHOLD"
                       PERFORM PROVE-CREDIT-HOLDS
                   WHEN OTHER
                       PERFORM PROVE-ORDER-SUSPENSE
               END-EVALUATE
               PERFORM WRITE-PROOF-LINES
               IF WS-PROOF-OK = 'Y'
                   PERFORM ROLL-GENERATIONS
                   MOVE WS-STEP-SUB TO JC-LAST-STEP
                   MOVE 'C' TO JC-PHASE
                   PERFORM SAVE-JOB-CONTROL
               END-IF
           END-IF
           IF WS-PROOF-OK = 'N'
               PERFORM FAIL-STEP
           ELSE
               MOVE WS-NEW-NAME  TO WS-COPY-FROM
               MOVE WS-LIVE-NAME TO WS-COPY-TO
               PERFORM COPY-ONE-FILE
               IF WS-COPY-OK = 'N'
                   MOVE "COPY-BACK FAILED" TO WS-PROOF-REASON
                   PERFORM FAIL-STEP
               ELSE
                   ADD 1 TO WS-FILES-PROMOTED
                   PERFORM WRITE-PROMOTED-LINE
                   MOVE WS-STEP-SUB TO JC-LAST-STEP
                   MOVE 'P' TO JC-PHASE
                   PERFORM SAVE-JOB-CONTROL
               END-IF
           END-IF.

      *> ORDEREDIT splits ORDER.DAT into ORDCLEAN.DAT and ORDREJ.DAT,
      *> one record each way per order.
       PROVE-ORDER-EDIT.
           MOVE 'Y' TO WS-PROOF-OK
           MOVE "ORDER.DAT" TO WS-SEQ-IN-NAME
           PERFORM COUNT-SEQ-FILE
           MOVE WS-FILE-COUNT TO WS-IN-COUNT
           MOVE WS-FILE-TOTAL TO WS-IN-TOTAL
           MOVE "ORDCLEAN.DAT" TO WS-SEQ-IN-NAME
           PERFORM COUNT-SEQ-FILE
           MOVE WS-FILE-COUNT TO WS-OUT-COUNT
           MOVE WS-FILE-TOTAL TO WS-OUT-TOTAL
           IF WS-FILE-FOUND = 'N'
               MOVE 'N' TO WS-PROOF-OK
               MOVE "ORDCLEAN.DAT MISSING" TO WS-PROOF-REASON
           END-IF
           MOVE "ORDREJ.DAT" TO WS-LS-IN-NAME
           PERFORM COUNT-LS-FILE
           MOVE WS-FILE-COUNT TO WS-GONE-COUNT
           MOVE WS-FILE-TOTAL TO WS-GONE-TOTAL
           IF WS-PROOF-OK = 'Y'
               IF WS-IN-COUNT NOT = WS-OUT-COUNT + WS-GONE-COUNT
                  OR WS-IN-TOTAL NOT = WS-OUT-TOTAL + WS-GONE-TOTAL
                   MOVE 'N' TO WS-PROOF-OK
                   MOVE "IN NOT = CLEAN + REJECTED" TO WS-PROOF-REASON
               END-IF
           END-IF
           IF WS-PROOF-OK = 'Y'
               IF WS-OUT-COUNT NOT = WS-CHK-WRITE
                  OR WS-GONE-COUNT NOT = WS-CHK-REJECT
                   MOVE 'N' TO WS-PROOF-OK
                   MOVE "COUNTS DISAGREE WITH RUNLOG" TO WS-PROOF-REASON
               END-IF
           END-IF.

      *> Every item of AROPEN.DAT must come through in the same place
      *> with its keys and amount unchanged and AR-PAID no lower; the
      *> records after them are the run's new items. ARINVOICE's new
      *> invoices must number what its END record wrote, and
      *> ARPAYMENT may add nothing but credit memos.
       PROVE-AR-OPEN.
           MOVE 'Y' TO WS-PROOF-OK
           MOVE 0 TO WS-IN-COUNT
           MOVE 0 TO WS-IN-TOTAL
           MOVE 0 TO WS-OUT-COUNT
           MOVE 0 TO WS-OUT-TOTAL
           MOVE 0 TO WS-GONE-COUNT
           MOVE 0 TO WS-GONE-TOTAL
           MOVE 0 TO WS-SETTLED-TOTAL
           MOVE 0 TO WS-NEW-INVOICE-COUNT
           MOVE 0 TO WS-NEW-OTHER-COUNT
           MOVE 'N' TO WS-OUT-EOF
           OPEN INPUT AR-OPEN-OUT-FILE
           IF WS-AROPENO-STATUS NOT = "00"
               MOVE 'N' TO WS-PROOF-OK
               MOVE "AROPENO.DAT MISSING" TO WS-PROOF-REASON
           ELSE
               OPEN INPUT AR-OPEN-FILE
               IF WS-AROPEN-STATUS NOT = "00"
                   MOVE 'Y' TO WS-EOF
               END-IF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ AR-OPEN-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-IN-COUNT
                           ADD AR-NET TO WS-IN-TOTAL
                           PERFORM READ-AR-OPEN-OUT
                           PERFORM MATCH-CARRIED-ITEM
                   END-READ
               END-PERFORM
               IF WS-AROPEN-STATUS = "00" OR WS-AROPEN-STATUS = "10"
                   CLOSE AR-OPEN-FILE
               END-IF
               MOVE 'N' TO WS-EOF
               PERFORM READ-AR-OPEN-OUT
               PERFORM UNTIL WS-OUT-EOF = 'Y'
                   PERFORM COUNT-NEW-ITEM
                   PERFORM READ-AR-OPEN-OUT
               END-PERFORM
               CLOSE AR-OPEN-OUT-FILE
           END-IF
           IF WS-PROOF-OK = 'Y'
               IF WS-STEP-PGM(WS-STEP-SUB) = "ARINVOICE"
                  AND WS-NEW-INVOICE-COUNT NOT = WS-CHK-WRITE
                   MOVE 'N' TO WS-PROOF-OK
                   MOVE "COUNTS DISAGREE WITH RUNLOG" TO WS-PROOF-REASON
               END-IF
               IF WS-STEP-PGM(WS-STEP-SUB) = "ARPAYMENT"
                  AND WS-NEW-OTHER-COUNT > 0
                   MOVE 'N' TO WS-PROOF-OK
                   MOVE "NEW ITEMS NOT CREDIT MEMOS" TO WS-PROOF-REASON
               END-IF
           END-IF.

       READ-AR-OPEN-OUT.
           IF WS-OUT-EOF = 'N'
               READ AR-OPEN-OUT-FILE
                   AT END
                       MOVE 'Y' TO WS-OUT-EOF
                   NOT AT END
                       ADD 1 TO WS-OUT-COUNT
                       ADD AOO-NET TO WS-OUT-TOTAL
               END-READ
           END-IF.

       MATCH-CARRIED-ITEM.
           IF WS-PROOF-OK = 'Y'
               IF WS-OUT-EOF = 'Y'
                   MOVE 'N' TO WS-PROOF-OK
                   MOVE "ITEMS MISSING FROM AROPENO" TO WS-PROOF-REASON
               ELSE
                   IF AOO-INVOICE-NO NOT = AR-INVOICE-NO
                      OR AOO-CUSTOMER-ID NOT = AR-CUSTOMER-ID
                      OR AOO-INV-DATE NOT = AR-INV-DATE
                      OR AOO-NET NOT = AR-NET
                       MOVE 'N' TO WS-PROOF-OK
                       MOVE "CARRIED ITEM CHANGED" TO WS-PROOF-REASON
                   ELSE
                       IF AOO-PAID < AR-PAID
                           MOVE 'N' TO WS-PROOF-OK
                           MOVE "AMOUNT PAID WENT DOWN"
                               TO WS-PROOF-REASON
                       ELSE
                           COMPUTE WS-SETTLED-TOTAL =
                               WS-SETTLED-TOTAL + AOO-PAID - AR-PAID
                       END-IF
                   END-IF
               END-IF
           END-IF.

       COUNT-NEW-ITEM.
           ADD 1 TO WS-GONE-COUNT
           ADD AOO-NET TO WS-GONE-TOTAL
           IF AOO-STATUS = 'C'
               CONTINUE
           ELSE
               IF AOO-INVOICE-NO NOT = 0
                   ADD 1 TO WS-NEW-INVOICE-COUNT
               END-IF
               ADD 1 TO WS-NEW-OTHER-COUNT
           END-IF.

      *> CREDRELSE reads today's holds and the carried ones; each is
      *> released (CREDREL.DAT), cancelled (counted only) or carried.
      *> Cancelled holds leave no file, so the amount proof is exact
      *> only on a night with no cancels.
       PROVE-CREDIT-HOLDS.
           MOVE 'Y' TO WS-PROOF-OK
           MOVE "CREDHOLD.DAT" TO WS-LS-IN-NAME
           PERFORM COUNT-LS-FILE
           MOVE WS-FILE-COUNT TO WS-IN-COUNT
           MOVE WS-FILE-TOTAL TO WS-IN-TOTAL
           MOVE "CREDHLDI.DAT" TO WS-LS-IN-NAME
           PERFORM COUNT-LS-FILE
           ADD WS-FILE-COUNT TO WS-IN-COUNT
           ADD WS-FILE-TOTAL TO WS-IN-TOTAL
           MOVE "CREDHLDO.DAT" TO WS-LS-IN-NAME
           PERFORM COUNT-LS-FILE
           MOVE WS-FILE-COUNT TO WS-OUT-COUNT
           MOVE WS-FILE-TOTAL TO WS-OUT-TOTAL
           IF WS-FILE-FOUND = 'N'
               MOVE 'N' TO WS-PROOF-OK
               MOVE "CREDHLDO.DAT MISSING" TO WS-PROOF-REASON
           END-IF
           MOVE "CREDREL.DAT" TO WS-SEQ-IN-NAME
           PERFORM COUNT-SEQ-FILE
           MOVE WS-FILE-COUNT TO WS-GONE-COUNT
           MOVE WS-FILE-TOTAL TO WS-GONE-TOTAL
           IF WS-PROOF-OK = 'Y'
               COMPUTE WS-EXPECT-COUNT =
                   WS-IN-COUNT - WS-GONE-COUNT - WS-CHK-REJECT
               COMPUTE WS-EXPECT-TOTAL =
                   WS-IN-TOTAL - WS-GONE-TOTAL - WS-OUT-TOTAL
               IF WS-OUT-COUNT NOT = WS-EXPECT-COUNT
                  OR WS-GONE-COUNT NOT = WS-CHK-WRITE
                   MOVE 'N' TO WS-PROOF-OK
                   MOVE "IN NOT = CARRIED + DECIDED" TO WS-PROOF-REASON
               END-IF
           END-IF
           IF WS-PROOF-OK = 'Y'
               IF WS-EXPECT-TOTAL < 0
                  OR (WS-CHK-REJECT = 0 AND WS-EXPECT-TOTAL NOT = 0)
                   MOVE 'N' TO WS-PROOF-OK
                   MOVE "HOLD AMOUNTS DO NOT PROVE" TO WS-PROOF-REASON
               END-IF
           END-IF.

      *> SUSPRELSE reads today's suspends and the carried ones; each
      *> is either released (ORDREL.DAT) or carried (ORDSUSPO.DAT).
       PROVE-ORDER-SUSPENSE.
           MOVE 'Y' TO WS-PROOF-OK
           MOVE "ORDSUSP.DAT" TO WS-LS-IN-NAME
           PERFORM COUNT-LS-FILE
           MOVE WS-FILE-COUNT TO WS-IN-COUNT
           MOVE WS-FILE-TOTAL TO WS-IN-TOTAL
           MOVE "ORDSUSPI.DAT" TO WS-LS-IN-NAME
           PERFORM COUNT-LS-FILE
           ADD WS-FILE-COUNT TO WS-IN-COUNT
           ADD WS-FILE-TOTAL TO WS-IN-TOTAL
           MOVE "ORDSUSPO.DAT" TO WS-LS-IN-NAME
           PERFORM COUNT-LS-FILE
           MOVE WS-FILE-COUNT TO WS-OUT-COUNT
           MOVE WS-FILE-TOTAL TO WS-OUT-TOTAL
           IF WS-FILE-FOUND = 'N'
               MOVE 'N' TO WS-PROOF-OK
               MOVE "ORDSUSPO.DAT MISSING" TO WS-PROOF-REASON
           END-IF
           MOVE "ORDREL.DAT" TO WS-SEQ-IN-NAME
           PERFORM COUNT-SEQ-FILE
           MOVE WS-FILE-COUNT TO WS-GONE-COUNT
           MOVE WS-FILE-TOTAL TO WS-GONE-TOTAL
           IF WS-PROOF-OK = 'Y'
               IF WS-IN-COUNT NOT = WS-OUT-COUNT + WS-GONE-COUNT
                  OR WS-IN-TOTAL NOT = WS-OUT-TOTAL + WS-GONE-TOTAL
                   MOVE 'N' TO WS-PROOF-OK
                   MOVE "IN NOT = CARRIED + RELEASED"
                       TO WS-PROOF-REASON
               END-IF
           END-IF
           IF WS-PROOF-OK = 'Y'
               IF WS-GONE-COUNT NOT = WS-CHK-WRITE
                  OR WS-OUT-COUNT NOT = WS-CHK-REJECT
                   MOVE 'N' TO WS-PROOF-OK
                   MOVE "COUNTS DISAGREE WITH RUNLOG" TO WS-PROOF-REASON
               END-IF
           END-IF.

      *> A file that is not there counts as empty; WS-FILE-FOUND tells
      *> the caller when that matters.
       COUNT-LS-FILE.
           MOVE 0 TO WS-FILE-COUNT
           MOVE 0 TO WS-FILE-TOTAL
           MOVE 'N' TO WS-FILE-FOUND
           OPEN INPUT LS-IN-FILE
           IF WS-LS-IN-STATUS = "00"
               MOVE 'Y' TO WS-FILE-FOUND
               PERFORM UNTIL WS-EOF = 'Y'
                   READ LS-IN-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-FILE-COUNT
                           ADD LSI-AMOUNT TO WS-FILE-TOTAL
                   END-READ
               END-PERFORM
               CLOSE LS-IN-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       COUNT-SEQ-FILE.
           MOVE 0 TO WS-FILE-COUNT
           MOVE 0 TO WS-FILE-TOTAL
           MOVE 'N' TO WS-FILE-FOUND
           OPEN INPUT SEQ-IN-FILE
           IF WS-SEQ-IN-STATUS = "00"
               MOVE 'Y' TO WS-FILE-FOUND
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SEQ-IN-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-FILE-COUNT
                           ADD SQI-AMOUNT TO WS-FILE-TOTAL
                   END-READ
               END-PERFORM
               CLOSE SEQ-IN-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

      *> ===============================
      *> 世代管理（ロールバック用）
      *> .G02 を .G03 へ、.G01 を .G02 へ、本番ファイルを .G01 へ
      *> 送ってから昇格する。誤った昇格は .G01 を戻せば元に戻る。
      *> ===============================
       ROLL-GENERATIONS.
           PERFORM ROLL-ONE-GENERATION
               VARYING WS-GEN-SUB FROM WS-GEN-MAX BY -1
               UNTIL WS-GEN-SUB < 1.

       ROLL-ONE-GENERATION.
           COMPUTE WS-GEN-FROM = WS-GEN-SUB - 1
           IF WS-GEN-FROM = 0
               MOVE WS-LIVE-NAME TO WS-COPY-FROM
           ELSE
               MOVE SPACES TO WS-GEN-SUFFIX
               STRING ".G0" WS-GEN-FROM DELIMITED BY SIZE
                   INTO WS-GEN-SUFFIX
               END-STRING
               MOVE SPACES TO WS-COPY-FROM
               STRING WS-GEN-BASE   DELIMITED BY SPACE
                      WS-GEN-SUFFIX DELIMITED BY SIZE
                   INTO WS-COPY-FROM
               END-STRING
           END-IF
           MOVE SPACES TO WS-GEN-SUFFIX
           STRING ".G0" WS-GEN-SUB DELIMITED BY SIZE
               INTO WS-GEN-SUFFIX
           END-STRING
           MOVE SPACES TO WS-COPY-TO
           STRING WS-GEN-BASE   DELIMITED BY SPACE
                  WS-GEN-SUFFIX DELIMITED BY SIZE
               INTO WS-COPY-TO
           END-STRING
           PERFORM COPY-ONE-FILE.

      *> Copies WS-COPY-FROM over WS-COPY-TO record for record. A
      *> source that is not there (no generation yet) is left alone
      *> and reported as not copied.
       COPY-ONE-FILE.
           MOVE 'N' TO WS-COPY-OK
           MOVE 0 TO WS-COPY-COUNT
           IF WS-GEN-ORG = 'S'
               PERFORM COPY-SEQ-FILE
           ELSE
               PERFORM COPY-LS-FILE
           END-IF.

       COPY-LS-FILE.
           MOVE WS-COPY-FROM TO WS-LS-IN-NAME
           MOVE WS-COPY-TO   TO WS-LS-OUT-NAME
           OPEN INPUT LS-IN-FILE
           IF WS-LS-IN-STATUS = "00"
               OPEN OUTPUT LS-OUT-FILE
               IF WS-LS-OUT-STATUS = "00"
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ LS-IN-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               WRITE LS-OUT-REC FROM LS-IN-REC
                               ADD 1 TO WS-COPY-COUNT
                       END-READ
                   END-PERFORM
                   CLOSE LS-OUT-FILE
                   MOVE 'Y' TO WS-COPY-OK
               END-IF
               CLOSE LS-IN-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       COPY-SEQ-FILE.
           MOVE WS-COPY-FROM TO WS-SEQ-IN-NAME
           MOVE WS-COPY-TO   TO WS-SEQ-OUT-NAME
           OPEN INPUT SEQ-IN-FILE
           IF WS-SEQ-IN-STATUS = "00"
               OPEN OUTPUT SEQ-OUT-FILE
               IF WS-SEQ-OUT-STATUS = "00"
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ SEQ-IN-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               WRITE SEQ-OUT-REC FROM SEQ-IN-REC
                               ADD 1 TO WS-COPY-COUNT
                       END-READ
                   END-PERFORM
                   CLOSE SEQ-OUT-FILE
                   MOVE 'Y' TO WS-COPY-OK
               END-IF
               CLOSE SEQ-IN-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

      *> ===============================
      *> ジョブストリーム実行レポート出力
      *> ===============================
       WRITE-REPORT-HEADER.
           MOVE SPACES TO STREAM-REPORT-REC
           STRING
               "NIGHTLY JOB STREAM"  DELIMITED BY SIZE
               "   CYCLE DATE: "     DELIMITED BY SIZE
               WS-CYCLE-DATE-ED      DELIMITED BY SIZE
               "   RUN DATE: "       DELIMITED BY SIZE
               WS-RUN-DATE           DELIMITED BY SIZE
               INTO STREAM-REPORT-REC
           END-STRING
           WRITE STREAM-REPORT-REC AFTER ADVANCING 1 LINE

           MOVE ALL "-" TO STREAM-REPORT-REC
           WRITE STREAM-REPORT-REC AFTER ADVANCING 1 LINE.

       WRITE-RESTART-LINE.
           MOVE SPACES TO STREAM-REPORT-REC
           MOVE WS-FIRST-STEP TO WS-STEP-NO-ED
           STRING
               "RESTARTING CYCLE AT STEP " DELIMITED BY SIZE
               WS-STEP-NO-ED               DELIMITED BY SIZE
               INTO STREAM-REPORT-REC
           END-STRING
           WRITE STREAM-REPORT-REC AFTER ADVANCING 2 LINES.

       WRITE-REFUSAL-LINE.
           MOVE SPACES TO STREAM-REPORT-REC
           STRING
               WS-PROOF-REASON    DELIMITED BY SIZE
               "  CONTROL CYCLE: " DELIMITED BY SIZE
               JC-CYCLE-DATE      DELIMITED BY SIZE
               INTO STREAM-REPORT-REC
           END-STRING
           WRITE STREAM-REPORT-REC AFTER ADVANCING 2 LINES.

       WRITE-STEP-START-LINE.
           MOVE SPACES TO STREAM-REPORT-REC
           MOVE WS-STEP-SUB TO WS-STEP-NO-ED
           STRING
               WS-STEP-START-TIME(1:2) ":"
               WS-STEP-START-TIME(3:2) ":"
               WS-STEP-START-TIME(5:2) DELIMITED BY SIZE
               INTO WS-RPT-TIME-ED
           END-STRING
           STRING
               "STEP "                  DELIMITED BY SIZE
               WS-STEP-NO-ED            DELIMITED BY SIZE
               "  "                     DELIMITED BY SIZE
               WS-STEP-PGM(WS-STEP-SUB) DELIMITED BY SIZE
               "  STARTED "             DELIMITED BY SIZE
               WS-RPT-TIME-ED           DELIMITED BY SIZE
               INTO STREAM-REPORT-REC
           END-STRING
           WRITE STREAM-REPORT-REC AFTER ADVANCING 2 LINES.

       WRITE-STEP-END-LINE.
           MOVE SPACES TO STREAM-REPORT-REC
           MOVE WS-CHK-RC TO WS-RPT-RC-ED
           STRING
               "        ENDED RC "   DELIMITED BY SIZE
               WS-RPT-RC-ED          DELIMITED BY SIZE
               "  READ: "            DELIMITED BY SIZE
               WS-CHK-READ           DELIMITED BY SIZE
               "  WRITTEN: "         DELIMITED BY SIZE
               WS-CHK-WRITE          DELIMITED BY SIZE
               "  REJECTED: "        DELIMITED BY SIZE
               WS-CHK-REJECT         DELIMITED BY SIZE
               INTO STREAM-REPORT-REC
           END-STRING
           WRITE STREAM-REPORT-REC AFTER ADVANCING 1 LINE.

       WRITE-PROOF-LINES.
           MOVE SPACES TO STREAM-REPORT-REC
           STRING
               "        PROOF "  DELIMITED BY SIZE
               WS-NEW-NAME       DELIMITED BY SPACE
               " OVER "          DELIMITED BY SIZE
               WS-LIVE-NAME      DELIMITED BY SPACE
               INTO STREAM-REPORT-REC
           END-STRING
           WRITE STREAM-REPORT-REC AFTER ADVANCING 1 LINE

           MOVE SPACES TO STREAM-REPORT-REC
           MOVE "          INPUT"  TO STREAM-REPORT-REC(1:15)
           MOVE WS-IN-COUNT TO WS-RPT-COUNT-ED
           MOVE WS-RPT-COUNT-ED TO STREAM-REPORT-REC(22:9)
           MOVE WS-IN-TOTAL TO WS-RPT-TOTAL-ED
           MOVE WS-RPT-TOTAL-ED TO STREAM-REPORT-REC(33:17)
           WRITE STREAM-REPORT-REC AFTER ADVANCING 1 LINE

           MOVE SPACES TO STREAM-REPORT-REC
           MOVE "          OUT-FILE" TO STREAM-REPORT-REC(1:18)
           MOVE WS-OUT-COUNT TO WS-RPT-COUNT-ED
           MOVE WS-RPT-COUNT-ED TO STREAM-REPORT-REC(22:9)
           MOVE WS-OUT-TOTAL TO WS-RPT-TOTAL-ED
           MOVE WS-RPT-TOTAL-ED TO STREAM-REPORT-REC(33:17)
           WRITE STREAM-REPORT-REC AFTER ADVANCING 1 LINE

           MOVE SPACES TO STREAM-REPORT-REC
           IF WS-STEP-PAIR(WS-STEP-SUB) = "AROPEN"
               MOVE "          NEW ITEMS" TO STREAM-REPORT-REC(1:19)
           ELSE
               MOVE "          LEFT" TO STREAM-REPORT-REC(1:14)
           END-IF
           MOVE WS-GONE-COUNT TO WS-RPT-COUNT-ED
           MOVE WS-RPT-COUNT-ED TO STREAM-REPORT-REC(22:9)
           MOVE WS-GONE-TOTAL TO WS-RPT-TOTAL-ED
           MOVE WS-RPT-TOTAL-ED TO STREAM-REPORT-REC(33:17)
           WRITE STREAM-REPORT-REC AFTER ADVANCING 1 LINE

           IF WS-STEP-PAIR(WS-STEP-SUB) = "AROPEN"
               MOVE SPACES TO STREAM-REPORT-REC
               MOVE "          SETTLED" TO STREAM-REPORT-REC(1:17)
               MOVE WS-SETTLED-TOTAL TO WS-RPT-TOTAL-ED
               MOVE WS-RPT-TOTAL-ED TO STREAM-REPORT-REC(33:17)
               WRITE STREAM-REPORT-REC AFTER ADVANCING 1 LINE
           END-IF

           MOVE SPACES TO STREAM-REPORT-REC
           IF WS-PROOF-OK = 'Y'
               MOVE "          PROVED" TO STREAM-REPORT-REC(1:16)
           ELSE
               STRING
                   "          NOT PROVED - " DELIMITED BY SIZE
                   WS-PROOF-REASON           DELIMITED BY SIZE
                   INTO STREAM-REPORT-REC
               END-STRING
           END-IF
           WRITE STREAM-REPORT-REC AFTER ADVANCING 1 LINE.

       WRITE-PROMOTED-LINE.
           MOVE SPACES TO STREAM-REPORT-REC
           STRING
               "        PROMOTED "  DELIMITED BY SIZE
               WS-NEW-NAME          DELIMITED BY SPACE
               " TO "               DELIMITED BY SIZE
               WS-LIVE-NAME         DELIMITED BY SPACE
               ", PRIOR KEPT AS "   DELIMITED BY SIZE
               WS-GEN-BASE          DELIMITED BY SPACE
               ".G01"               DELIMITED BY SIZE
               INTO STREAM-REPORT-REC
           END-STRING
           WRITE STREAM-REPORT-REC AFTER ADVANCING 1 LINE.

       WRITE-FAIL-LINE.
           MOVE SPACES TO STREAM-REPORT-REC
           MOVE WS-STEP-SUB TO WS-STEP-NO-ED
           STRING
               "        *** STREAM STOPPED AT STEP " DELIMITED BY SIZE
               WS-STEP-NO-ED                         DELIMITED BY SIZE
               ": "                                  DELIMITED BY SIZE
               WS-PROOF-REASON                       DELIMITED BY SIZE
               INTO STREAM-REPORT-REC
           END-STRING
           WRITE STREAM-REPORT-REC AFTER ADVANCING 1 LINE

           MOVE SPACES TO STREAM-REPORT-REC
           STRING
               "        RERUN JOBSTREAM FOR THE SAME CYCLE TO "
                   DELIMITED BY SIZE
               "RESTART FROM THIS STEP"
                   DELIMITED BY SIZE
               INTO STREAM-REPORT-REC
           END-STRING
           WRITE STREAM-REPORT-REC AFTER ADVANCING 1 LINE.

       WRITE-REPORT-TOTALS.
           MOVE ALL "-" TO STREAM-REPORT-REC
           WRITE STREAM-REPORT-REC AFTER ADVANCING 2 LINES

           MOVE SPACES TO STREAM-REPORT-REC
           MOVE WS-STEPS-RUN TO WS-STEP-NO-ED
           STRING
               "STEPS RUN:      " DELIMITED BY SIZE
               WS-STEP-NO-ED      DELIMITED BY SIZE
               INTO STREAM-REPORT-REC
           END-STRING
           WRITE STREAM-REPORT-REC AFTER ADVANCING 1 LINE

           MOVE SPACES TO STREAM-REPORT-REC
           MOVE WS-FILES-PROMOTED TO WS-STEP-NO-ED
           STRING
               "FILES PROMOTED: " DELIMITED BY SIZE
               WS-STEP-NO-ED      DELIMITED BY SIZE
               INTO STREAM-REPORT-REC
           END-STRING
           WRITE STREAM-REPORT-REC AFTER ADVANCING 1 LINE

           MOVE SPACES TO STREAM-REPORT-REC
           IF WS-STREAM-FAILED = 'Y'
               MOVE "STREAM INCOMPLETE" TO STREAM-REPORT-REC(1:17)
           ELSE
               MOVE "STREAM COMPLETE"   TO STREAM-REPORT-REC(1:15)
           END-IF
           WRITE STREAM-REPORT-REC AFTER ADVANCING 1 LINE.

       END-PROC.
           PERFORM WRITE-REPORT-TOTALS
           PERFORM WRITE-RUN-LOG-END
           CLOSE STREAM-REPORT-FILE
           DISPLAY "JOB STREAM RUN COMPLETE"
           DISPLAY "CYCLE DATE:" WS-CYCLE-DATE
           DISPLAY "STEPS RUN:" WS-STEPS-RUN
           DISPLAY "FILES PROMOTED:" WS-FILES-PROMOTED
           MOVE WS-STREAM-RC TO RETURN-CODE.
