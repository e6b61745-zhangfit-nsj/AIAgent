       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTCONV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONV-PARM-FILE ASSIGN TO 'HCVPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT OLD-HIST-FILE
               ASSIGN TO DYNAMIC WS-HIST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.
           SELECT NEW-HIST-FILE
               ASSIGN TO DYNAMIC WS-HIST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.
           SELECT BACKUP-FILE
               ASSIGN TO DYNAMIC WS-BACKUP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKUP-STATUS.
           SELECT CONV-WORK-FILE ASSIGN TO 'HISTCONV.TMP'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONTROL-REPORT-FILE ASSIGN TO 'HISTCONV.PRT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO 'RUNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

      *> One record per file to convert: SALESHIST.DAT and each of
      *> HISTARCH's yearly SALESHIST.<yyyy>.ARC generations.
       FD  CONV-PARM-FILE.
       01  CONV-PARM-REC.
           05 CVP-FILE-NAME    PIC X(30).

      *> Sales history as SALESBATCH wrote it before customer numbers
      *> went to ten digits.
       FD  OLD-HIST-FILE.
       01  OLD-HIST-REC.
           05 OH-ID            PIC 9(5).
           05 OH-AMOUNT        PIC 9(7).
           05 OH-TYPE          PIC X.
           05 OH-RUN-DATE      PIC 9(8).
           05 OH-TIER          PIC X(10).

      *> Same file rewritten in the current SALESBATCH layout.
       FD  NEW-HIST-FILE.
       01  NEW-HIST-REC.
           05 NH-ID            PIC 9(10).
           05 NH-AMOUNT        PIC 9(7).
           05 FILLER           PIC X(19).

      *> Untouched copy of the original, <file>.OLD, kept until the
      *> converted file has been signed off.
       FD  BACKUP-FILE.
       01  BACKUP-REC          PIC X(31).

      *> Converted records staged here first; the original is only
      *> rewritten once the counts and totals prove -- same staging
      *> HISTARCH uses.
       FD  CONV-WORK-FILE.
       01  SALES-HISTORY-REC.
           05 SH-ID            PIC 9(10).
           05 SH-AMOUNT        PIC 9(7).
           05 SH-TYPE          PIC X.
           05 SH-RUN-DATE      PIC 9(8).
           05 SH-TIER          PIC X(10).

       FD  CONTROL-REPORT-FILE.
       01  CONTROL-REPORT-REC  PIC X(132).

       FD  RUN-LOG-FILE.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.

       01 WS-EOF               PIC X VALUE 'N'.
       01 WS-PARM-EOF          PIC X VALUE 'N'.
       01 WS-PARM-STATUS       PIC XX.
       01 WS-OLD-STATUS        PIC XX.
       01 WS-NEW-STATUS        PIC XX.
       01 WS-BACKUP-STATUS     PIC XX.

       01 WS-RUN-DATE          PIC 9(8).
       01 WS-RUN-DATE-ED       PIC X(10).
       01 WS-RUN-TIME          PIC 9(8).

       01 WS-HIST-NAME         PIC X(30) VALUE SPACES.
       01 WS-BACKUP-NAME       PIC X(34) VALUE SPACES.

      *> A first record whose type byte is a digit is already in the
      *> ten-digit layout (the byte is part of the amount there, and
      *> SALESBATCH only ever writes type A or B), so a rerun leaves
      *> the file, and its .OLD copy, alone.
       01 WS-ALREADY-FLAG      PIC X VALUE 'N'.

      *> Per-file control totals: before (as read from the original)
      *> and after (as read back -- first from the staged file, then
      *> from the rewritten original). The ID hash total proves the
      *> customer numbers came across intact.
       01 WS-IN-COUNT          PIC 9(7) VALUE 0.
       01 WS-IN-AMOUNT         PIC 9(13) VALUE 0.
       01 WS-IN-ID-HASH        PIC 9(15) VALUE 0.
       01 WS-OUT-COUNT         PIC 9(7) VALUE 0.
       01 WS-OUT-AMOUNT        PIC 9(13) VALUE 0.
       01 WS-OUT-ID-HASH       PIC 9(15) VALUE 0.
       01 WS-PASS-FLAG         PIC X(20) VALUE SPACES.

      *> Run totals over every file converted.
       01 WS-TOT-IN-COUNT      PIC 9(7) VALUE 0.
       01 WS-TOT-IN-AMOUNT     PIC 9(13) VALUE 0.
       01 WS-TOT-OUT-COUNT     PIC 9(7) VALUE 0.
       01 WS-TOT-OUT-AMOUNT    PIC 9(13) VALUE 0.

       01 WS-FILES-DONE        PIC 9(2) VALUE 0.
       01 WS-FILES-SKIPPED     PIC 9(2) VALUE 0.
       01 WS-FILES-FAILED      PIC 9(2) VALUE 0.

       01 WS-COUNT-ED          PIC Z,ZZZ,ZZ9.
       01 WS-AMOUNT-ED         PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01 WS-HASH-ED           PIC Z(14)9.
       01 WS-FILES-ED          PIC Z9.

       PROCEDURE DIVISION.

       MAIN-PROC.
           PERFORM INIT-PROC
           PERFORM UNTIL WS-PARM-EOF = 'Y'
               READ CONV-PARM-FILE
                   AT END
                       MOVE 'Y' TO WS-PARM-EOF
                   NOT AT END
                       IF CVP-FILE-NAME NOT = SPACES
                           PERFORM CONVERT-ONE-FILE
                       END-IF
               END-READ
           END-PERFORM
           PERFORM END-PROC
           STOP RUN.

       INIT-PROC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           STRING
               WS-RUN-DATE(5:2) DELIMITED BY SIZE
               "/"              DELIMITED BY SIZE
               WS-RUN-DATE(7:2) DELIMITED BY SIZE
               "/"              DELIMITED BY SIZE
               WS-RUN-DATE(1:4) DELIMITED BY SIZE
               INTO WS-RUN-DATE-ED
           END-STRING
           PERFORM WRITE-RUN-LOG-START
           OPEN INPUT CONV-PARM-FILE
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY "NO CONVERSION PARM FILE - NOTHING TO DO"
               MOVE 'Y' TO WS-PARM-EOF
           END-IF
           OPEN OUTPUT CONTROL-REPORT-FILE
           PERFORM WRITE-REPORT-HEADER.

      *> ===============================
      *> 実行管理ログ出力
      *> ===============================
       WRITE-RUN-LOG-START.
           OPEN EXTEND RUN-LOG-FILE
           MOVE "HISTCONV"   TO RL-PROGRAM-ID
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
           MOVE "HISTCONV"   TO RL-PROGRAM-ID
           MOVE WS-RUN-DATE  TO RL-RUN-DATE
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-TIME(1:6) TO RL-RUN-TIME
           MOVE "END"        TO RL-PHASE
           MOVE WS-TOT-IN-COUNT  TO RL-READ-COUNT
           MOVE WS-TOT-OUT-COUNT TO RL-WRITE-COUNT
           MOVE WS-FILES-FAILED  TO RL-REJECT-COUNT
           MOVE RETURN-CODE  TO RL-RETURN-CODE
           WRITE RUN-LOG-REC
           CLOSE RUN-LOG-FILE.

      *> ===============================
      *> 売上履歴の顧客番号桁拡張（5桁→10桁）
      *> 変換結果を作業ファイルに出し、件数・金額・顧客番号ハッシュが
      *> 一致した場合のみ元ファイルを書き換える。元は .OLD に残す。
      *> ===============================
       CONVERT-ONE-FILE.
           MOVE CVP-FILE-NAME TO WS-HIST-NAME
           MOVE SPACES TO WS-BACKUP-NAME
           STRING
               WS-HIST-NAME DELIMITED BY SPACE
               ".OLD"       DELIMITED BY SIZE
               INTO WS-BACKUP-NAME
           END-STRING
           MOVE 0 TO WS-IN-COUNT
           MOVE 0 TO WS-IN-AMOUNT
           MOVE 0 TO WS-IN-ID-HASH
           MOVE 0 TO WS-OUT-COUNT
           MOVE 0 TO WS-OUT-AMOUNT
           MOVE 0 TO WS-OUT-ID-HASH
           MOVE SPACES TO WS-PASS-FLAG
           MOVE 'N' TO WS-ALREADY-FLAG
           OPEN INPUT OLD-HIST-FILE
           IF WS-OLD-STATUS NOT = "00"
               MOVE "** FILE NOT FOUND" TO WS-PASS-FLAG
               ADD 1 TO WS-FILES-FAILED
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 'N' TO WS-EOF
               READ OLD-HIST-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
               END-READ
               IF WS-EOF = 'N' AND OH-TYPE IS NUMERIC
                   MOVE 'Y' TO WS-ALREADY-FLAG
               END-IF
               IF WS-ALREADY-FLAG = 'Y'
                   CLOSE OLD-HIST-FILE
                   MOVE "ALREADY CONVERTED" TO WS-PASS-FLAG
                   ADD 1 TO WS-FILES-SKIPPED
               ELSE
                   OPEN OUTPUT BACKUP-FILE
                   IF WS-BACKUP-STATUS NOT = "00"
                       CLOSE OLD-HIST-FILE
                       MOVE "** BACKUP OPEN FAILED" TO WS-PASS-FLAG
                       ADD 1 TO WS-FILES-FAILED
                       MOVE 16 TO RETURN-CODE
                   ELSE
                       OPEN OUTPUT CONV-WORK-FILE
                       PERFORM UNTIL WS-EOF = 'Y'
                           PERFORM CONVERT-ONE-RECORD
                           READ OLD-HIST-FILE
                               AT END
                                   MOVE 'Y' TO WS-EOF
                           END-READ
                       END-PERFORM
                       CLOSE OLD-HIST-FILE
                       CLOSE CONV-WORK-FILE
                       CLOSE BACKUP-FILE
                       PERFORM VERIFY-AND-REPLACE-HIST
                   END-IF
               END-IF
           END-IF
           PERFORM WRITE-REPORT-LINE.

       CONVERT-ONE-RECORD.
           ADD 1         TO WS-IN-COUNT
           ADD OH-AMOUNT TO WS-IN-AMOUNT
           ADD OH-ID     TO WS-IN-ID-HASH
           MOVE OLD-HIST-REC TO BACKUP-REC
           WRITE BACKUP-REC
           MOVE OH-ID       TO SH-ID
           MOVE OH-AMOUNT   TO SH-AMOUNT
           MOVE OH-TYPE     TO SH-TYPE
           MOVE OH-RUN-DATE TO SH-RUN-DATE
           MOVE OH-TIER     TO SH-TIER
           WRITE SALES-HISTORY-REC.

      *> The staged file is read back and totalled before the original
      *> is touched; after the copy back the rewritten original is read
      *> back and totalled again. Only a file that agrees with its
      *> input totals both times is reported CONVERTED.
       VERIFY-AND-REPLACE-HIST.
           PERFORM TOTAL-STAGED-HIST
           IF WS-IN-COUNT = WS-OUT-COUNT
              AND WS-IN-AMOUNT = WS-OUT-AMOUNT
              AND WS-IN-ID-HASH = WS-OUT-ID-HASH
               OPEN OUTPUT NEW-HIST-FILE
               IF WS-NEW-STATUS NOT = "00"
                   MOVE "** REWRITE OPEN FAILED" TO WS-PASS-FLAG
                   ADD 1 TO WS-FILES-FAILED
                   MOVE 16 TO RETURN-CODE
               ELSE
                   OPEN INPUT CONV-WORK-FILE
                   MOVE 'N' TO WS-EOF
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ CONV-WORK-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               MOVE SALES-HISTORY-REC TO NEW-HIST-REC
                               WRITE NEW-HIST-REC
                       END-READ
                   END-PERFORM
                   CLOSE NEW-HIST-FILE
                   CLOSE CONV-WORK-FILE
                   PERFORM TOTAL-REWRITTEN-HIST
                   IF WS-IN-COUNT = WS-OUT-COUNT
                      AND WS-IN-AMOUNT = WS-OUT-AMOUNT
                      AND WS-IN-ID-HASH = WS-OUT-ID-HASH
                       MOVE "CONVERTED" TO WS-PASS-FLAG
                       ADD 1 TO WS-FILES-DONE
                       ADD WS-IN-COUNT   TO WS-TOT-IN-COUNT
                       ADD WS-IN-AMOUNT  TO WS-TOT-IN-AMOUNT
                       ADD WS-OUT-COUNT  TO WS-TOT-OUT-COUNT
                       ADD WS-OUT-AMOUNT TO WS-TOT-OUT-AMOUNT
                   ELSE
                       MOVE "** REWRITE OFF, SEE .OLD" TO WS-PASS-FLAG
                       ADD 1 TO WS-FILES-FAILED
                       MOVE 16 TO RETURN-CODE
                   END-IF
               END-IF
           ELSE
               MOVE "** TOTALS OFF, KEPT" TO WS-PASS-FLAG
               ADD 1 TO WS-FILES-FAILED
               MOVE 16 TO RETURN-CODE
           END-IF.

       TOTAL-STAGED-HIST.
           MOVE 0 TO WS-OUT-COUNT
           MOVE 0 TO WS-OUT-AMOUNT
           MOVE 0 TO WS-OUT-ID-HASH
           OPEN INPUT CONV-WORK-FILE
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CONV-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1         TO WS-OUT-COUNT
                       ADD SH-AMOUNT TO WS-OUT-AMOUNT
                       ADD SH-ID     TO WS-OUT-ID-HASH
               END-READ
           END-PERFORM
           CLOSE CONV-WORK-FILE.

       TOTAL-REWRITTEN-HIST.
           MOVE 0 TO WS-OUT-COUNT
           MOVE 0 TO WS-OUT-AMOUNT
           MOVE 0 TO WS-OUT-ID-HASH
           OPEN INPUT NEW-HIST-FILE
           IF WS-NEW-STATUS = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ NEW-HIST-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1         TO WS-OUT-COUNT
                           ADD NH-AMOUNT TO WS-OUT-AMOUNT
                           ADD NH-ID     TO WS-OUT-ID-HASH
                   END-READ
               END-PERFORM
               CLOSE NEW-HIST-FILE
           END-IF.

      *> ===============================
      *> コントロールレポート出力
      *> ===============================
       WRITE-REPORT-HEADER.
           MOVE SPACES TO CONTROL-REPORT-REC
           STRING
               "SALES HISTORY CUSTOMER ID CONVERSION" DELIMITED BY SIZE
               "   RUN DATE: "                        DELIMITED BY SIZE
               WS-RUN-DATE-ED                         DELIMITED BY SIZE
               INTO CONTROL-REPORT-REC
           END-STRING
           WRITE CONTROL-REPORT-REC AFTER ADVANCING 1 LINE

           MOVE SPACES TO CONTROL-REPORT-REC
           WRITE CONTROL-REPORT-REC AFTER ADVANCING 1 LINE

           MOVE SPACES TO CONTROL-REPORT-REC
           MOVE "FILE"          TO CONTROL-REPORT-REC(1:4)
           MOVE "RECS BEFORE"   TO CONTROL-REPORT-REC(26:11)
           MOVE "AMOUNT BEFORE" TO CONTROL-REPORT-REC(38:13)
           MOVE "RECS AFTER"    TO CONTROL-REPORT-REC(53:10)
           MOVE "AMOUNT AFTER"  TO CONTROL-REPORT-REC(65:12)
           MOVE "ID HASH BEFORE" TO CONTROL-REPORT-REC(80:14)
           MOVE "ID HASH AFTER" TO CONTROL-REPORT-REC(96:13)
           MOVE "RESULT"        TO CONTROL-REPORT-REC(112:6)
           WRITE CONTROL-REPORT-REC AFTER ADVANCING 1 LINE

           MOVE ALL "-" TO CONTROL-REPORT-REC
           WRITE CONTROL-REPORT-REC AFTER ADVANCING 1 LINE.

       WRITE-REPORT-LINE.
           MOVE SPACES TO CONTROL-REPORT-REC
           MOVE WS-HIST-NAME TO CONTROL-REPORT-REC(1:24)
           MOVE WS-IN-COUNT TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO CONTROL-REPORT-REC(27:9)
           MOVE WS-IN-AMOUNT TO WS-AMOUNT-ED
           MOVE WS-AMOUNT-ED TO CONTROL-REPORT-REC(36:15)
           MOVE WS-OUT-COUNT TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO CONTROL-REPORT-REC(53:9)
           MOVE WS-OUT-AMOUNT TO WS-AMOUNT-ED
           MOVE WS-AMOUNT-ED TO CONTROL-REPORT-REC(62:15)
           MOVE WS-IN-ID-HASH TO WS-HASH-ED
           MOVE WS-HASH-ED TO CONTROL-REPORT-REC(79:15)
           MOVE WS-OUT-ID-HASH TO WS-HASH-ED
           MOVE WS-HASH-ED TO CONTROL-REPORT-REC(95:15)
           MOVE WS-PASS-FLAG TO CONTROL-REPORT-REC(112:20)
           WRITE CONTROL-REPORT-REC AFTER ADVANCING 1 LINE.

       WRITE-REPORT-TOTALS.
           MOVE ALL "-" TO CONTROL-REPORT-REC
           WRITE CONTROL-REPORT-REC AFTER ADVANCING 1 LINE

           MOVE SPACES TO CONTROL-REPORT-REC
           MOVE "ALL FILES CONVERTED" TO CONTROL-REPORT-REC(1:19)
           MOVE WS-TOT-IN-COUNT TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO CONTROL-REPORT-REC(27:9)
           MOVE WS-TOT-IN-AMOUNT TO WS-AMOUNT-ED
           MOVE WS-AMOUNT-ED TO CONTROL-REPORT-REC(36:15)
           MOVE WS-TOT-OUT-COUNT TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO CONTROL-REPORT-REC(53:9)
           MOVE WS-TOT-OUT-AMOUNT TO WS-AMOUNT-ED
           MOVE WS-AMOUNT-ED TO CONTROL-REPORT-REC(62:15)
           WRITE CONTROL-REPORT-REC AFTER ADVANCING 1 LINE

           MOVE SPACES TO CONTROL-REPORT-REC
           MOVE WS-FILES-DONE TO WS-FILES-ED
           STRING
               "FILES CONVERTED: "  DELIMITED BY SIZE
               WS-FILES-ED          DELIMITED BY SIZE
               INTO CONTROL-REPORT-REC
           END-STRING
           WRITE CONTROL-REPORT-REC AFTER ADVANCING 2 LINES

           MOVE SPACES TO CONTROL-REPORT-REC
           MOVE WS-FILES-SKIPPED TO WS-FILES-ED
           STRING
               "FILES ALREADY DONE: " DELIMITED BY SIZE
               WS-FILES-ED            DELIMITED BY SIZE
               INTO CONTROL-REPORT-REC
           END-STRING
           WRITE CONTROL-REPORT-REC AFTER ADVANCING 1 LINE

           MOVE SPACES TO CONTROL-REPORT-REC
           MOVE WS-FILES-FAILED TO WS-FILES-ED
           STRING
               "FILES FAILED: "     DELIMITED BY SIZE
               WS-FILES-ED          DELIMITED BY SIZE
               INTO CONTROL-REPORT-REC
           END-STRING
           WRITE CONTROL-REPORT-REC AFTER ADVANCING 1 LINE

           MOVE SPACES TO CONTROL-REPORT-REC
           MOVE "ORIGINALS KEPT AS <FILE>.OLD UNTIL SIGNED OFF"
               TO CONTROL-REPORT-REC(1:45)
           WRITE CONTROL-REPORT-REC AFTER ADVANCING 1 LINE.

       END-PROC.
           IF WS-PARM-STATUS = "00" OR WS-PARM-STATUS = "10"
               CLOSE CONV-PARM-FILE
           END-IF
           PERFORM WRITE-REPORT-TOTALS
           CLOSE CONTROL-REPORT-FILE
           PERFORM WRITE-RUN-LOG-END
           DISPLAY "SALES HISTORY CONVERSION COMPLETE"
           DISPLAY "FILES CONVERTED:" WS-FILES-DONE
           DISPLAY "FILES ALREADY DONE:" WS-FILES-SKIPPED
           DISPLAY "FILES FAILED   :" WS-FILES-FAILED.
