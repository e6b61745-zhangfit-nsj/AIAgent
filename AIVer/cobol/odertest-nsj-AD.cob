       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTCONV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-CUST-FILE ASSIGN TO 'CUSTOMER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OC-ID
               FILE STATUS IS WS-OLD-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CU-ID
               FILE STATUS IS WS-CUST-STATUS.
           SELECT BACKUP-FILE ASSIGN TO 'CUSTOMER.OLD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKUP-STATUS.
           SELECT CONV-WORK-FILE ASSIGN TO 'CUSTCONV.TMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT CONV-CONTROL-FILE ASSIGN TO 'CUSTCONV.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT CONTROL-REPORT-FILE ASSIGN TO 'CUSTCONV.PRT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO 'RUNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

      *> Customer master as it stood before the DUNNING credit freeze
      *> was added -- CUSTOMER-REC without CU-CREDIT-FREEZE and
      *> CU-FREEZE-DATE.
       FD  OLD-CUST-FILE.
       01  OLD-CUST-REC.
           05 OC-ID              PIC 9(10).
           05 OC-NAME            PIC X(50).
           05 OC-TYPE            PIC X(10).
           05 OC-TIER-SOURCE     PIC X(1).
           05 OC-CREDIT-LIMIT    PIC 9(9)V99.
           05 OC-OPEN-BALANCE    PIC S9(9)V99.
           05 OC-ADDR-LINE-1     PIC X(30).
           05 OC-ADDR-LINE-2     PIC X(30).
           05 OC-ADDR-CITY       PIC X(20).
           05 OC-ADDR-POSTAL     PIC X(10).

      *> Same file reloaded in the current layout.
       FD  CUSTOMER-FILE.
           COPY CUSTREC.

      *> Unloaded copy of the original, kept until the converted
      *> master has been signed off. Its totals are what a rerun
      *> proves the master against.
       FD  BACKUP-FILE.
       01  BACKUP-REC.
           05 BK-ID              PIC 9(10).
           05 FILLER             PIC X(72).
           05 BK-OPEN-BALANCE    PIC S9(9)V99.
           05 FILLER             PIC X(90).

      *> Converted records staged here first; the master is only
      *> reloaded once the staged counts and totals prove -- same
      *> staging HISTCONV uses.
       FD  CONV-WORK-FILE.
       01  CONV-WORK-REC         PIC X(192).

      *> How far the conversion got: 'L' the master reload has been
      *> started, 'C' the reloaded master proved. A rerun that finds
      *> 'L' reloads again from the proven CUSTCONV.TMP -- the
      *> original master is gone by then, and CUSTOMER.OLD is an
      *> unload that cannot be copied back over an indexed file.
       FD  CONV-CONTROL-FILE.
       01  CONV-CONTROL-REC.
           05 CCT-PHASE          PIC X.
           05 CCT-DATE           PIC 9(8).

       FD  CONTROL-REPORT-FILE.
       01  CONTROL-REPORT-REC    PIC X(132).

       FD  RUN-LOG-FILE.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.

       01 WS-EOF               PIC X VALUE 'N'.
       01 WS-OLD-STATUS        PIC XX.
       01 WS-CUST-STATUS       PIC XX.
       01 WS-BACKUP-STATUS     PIC XX.
       01 WS-WORK-STATUS       PIC XX.
       01 WS-CTL-STATUS        PIC XX.
       01 WS-CTL-PHASE         PIC X VALUE SPACE.

       01 WS-RUN-DATE          PIC 9(8).
       01 WS-RUN-DATE-ED       PIC X(10).
       01 WS-RUN-TIME          PIC 9(8).

      *> A master that will not open in the old layout but does open
      *> in the current one, and agrees with CUSTOMER.OLD, has been
      *> converted already, so a rerun leaves it, and CUSTOMER.OLD,
      *> alone.
       01 WS-ALREADY-FLAG      PIC X VALUE 'N'.
       01 WS-CONV-OK           PIC X VALUE 'Y'.
       01 WS-PASS-FLAG         PIC X(34) VALUE SPACES.

      *> Control totals: before (old master as unloaded), staged (read
      *> back from CUSTCONV.TMP) and after (read back from the
      *> reloaded master). The ID hash total proves the customer
      *> numbers came across intact.
       01 WS-IN-COUNT          PIC 9(7) VALUE 0.
       01 WS-IN-BALANCE        PIC S9(13)V99 VALUE 0.
       01 WS-IN-ID-HASH        PIC 9(15) VALUE 0.
       01 WS-STG-COUNT         PIC 9(7) VALUE 0.
       01 WS-STG-BALANCE       PIC S9(13)V99 VALUE 0.
       01 WS-STG-ID-HASH       PIC 9(15) VALUE 0.
       01 WS-OUT-COUNT         PIC 9(7) VALUE 0.
       01 WS-OUT-BALANCE       PIC S9(13)V99 VALUE 0.
       01 WS-OUT-ID-HASH       PIC 9(15) VALUE 0.

       01 WS-COUNT-ED          PIC Z,ZZZ,ZZ9.
       01 WS-BALANCE-ED        PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01 WS-HASH-ED           PIC Z(14)9.

       PROCEDURE DIVISION.

       MAIN-PROC.
           PERFORM INIT-PROC
           IF WS-CTL-PHASE = 'L'
               PERFORM RESUME-RELOAD
           ELSE
               PERFORM UNLOAD-OLD-MASTER
               IF WS-ALREADY-FLAG = 'N' AND WS-CONV-OK = 'Y'
                   PERFORM TOTAL-STAGED-FILE
                   PERFORM RELOAD-MASTER
               END-IF
           END-IF
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
           PERFORM READ-CONV-CONTROL
           OPEN OUTPUT CONTROL-REPORT-FILE
           PERFORM WRITE-REPORT-HEADER.

       READ-CONV-CONTROL.
           MOVE SPACE TO WS-CTL-PHASE
           OPEN INPUT CONV-CONTROL-FILE
           IF WS-CTL-STATUS = "00"
               READ CONV-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CCT-PHASE TO WS-CTL-PHASE
               END-READ
               CLOSE CONV-CONTROL-FILE
           END-IF.

       SAVE-CONV-CONTROL.
           OPEN OUTPUT CONV-CONTROL-FILE
           MOVE WS-CTL-PHASE TO CCT-PHASE
           MOVE WS-RUN-DATE  TO CCT-DATE
           WRITE CONV-CONTROL-REC
           CLOSE CONV-CONTROL-FILE.

      *> ===============================
      *> 実行管理ログ出力
      *> ===============================
       WRITE-RUN-LOG-START.
           OPEN EXTEND RUN-LOG-FILE
           MOVE "CUSTCONV"   TO RL-PROGRAM-ID
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
           MOVE "CUSTCONV"   TO RL-PROGRAM-ID
           MOVE WS-RUN-DATE  TO RL-RUN-DATE
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-TIME(1:6) TO RL-RUN-TIME
           MOVE "END"        TO RL-PHASE
           MOVE WS-IN-COUNT  TO RL-READ-COUNT
           MOVE WS-OUT-COUNT TO RL-WRITE-COUNT
           MOVE 0            TO RL-REJECT-COUNT
           MOVE RETURN-CODE  TO RL-RETURN-CODE
           WRITE RUN-LOG-REC
           CLOSE RUN-LOG-FILE.

      *> ===============================
      *> 旧顧客マスタの退避と変換
      *> 旧様式のマスタを CUSTOMER.OLD に退避し、与信凍結なし
      *> （'N'・日付ゼロ）の現行様式で作業ファイルに出す。
      *> ===============================
       UNLOAD-OLD-MASTER.
           OPEN INPUT OLD-CUST-FILE
           IF WS-OLD-STATUS NOT = "00"
               PERFORM CHECK-ALREADY-CONVERTED
           ELSE
               OPEN OUTPUT BACKUP-FILE
               OPEN OUTPUT CONV-WORK-FILE
               IF WS-BACKUP-STATUS NOT = "00"
                  OR WS-WORK-STATUS NOT = "00"
                   MOVE "** WORK FILE OPEN FAILED" TO WS-PASS-FLAG
                   MOVE 'N' TO WS-CONV-OK
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE 'N' TO WS-EOF
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ OLD-CUST-FILE NEXT
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               PERFORM CONVERT-ONE-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE BACKUP-FILE
                   CLOSE CONV-WORK-FILE
               END-IF
               CLOSE OLD-CUST-FILE
           END-IF.

      *> The master no longer opens in the old layout. It counts as
      *> converted only if it opens in the current one and agrees
      *> with CUSTOMER.OLD on count, open balance and ID hash -- or,
      *> once an earlier run proved it ('C'), whatever it holds now,
      *> since the nightly runs move balances after cutover.
       CHECK-ALREADY-CONVERTED.
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-STATUS NOT = "00"
               DISPLAY "CUSTOMER MASTER OPEN FAILED - STATUS:"
                   WS-OLD-STATUS
               MOVE "** MASTER NOT OPENED" TO WS-PASS-FLAG
               MOVE 'N' TO WS-CONV-OK
               MOVE 16 TO RETURN-CODE
           ELSE
               CLOSE CUSTOMER-FILE
               PERFORM TOTAL-RELOADED-MASTER
               PERFORM TOTAL-BACKUP-FILE
               MOVE 'Y' TO WS-ALREADY-FLAG
               EVALUATE TRUE
                   WHEN WS-BACKUP-STATUS NOT = "00"
                       MOVE "ALREADY CONVERTED" TO WS-PASS-FLAG
                       MOVE 'Y' TO WS-CONV-OK
                   WHEN WS-OUT-COUNT = WS-IN-COUNT
                    AND WS-OUT-BALANCE = WS-IN-BALANCE
                    AND WS-OUT-ID-HASH = WS-IN-ID-HASH
                       MOVE "ALREADY CONVERTED" TO WS-PASS-FLAG
                       MOVE 'Y' TO WS-CONV-OK
                   WHEN WS-CTL-PHASE = 'C'
                       MOVE "ALREADY CONVERTED, UPDATED SINCE"
                           TO WS-PASS-FLAG
                       MOVE 'Y' TO WS-CONV-OK
                   WHEN OTHER
                       MOVE "** MASTER DIFFERS FROM .OLD"
                           TO WS-PASS-FLAG
                       MOVE 'N' TO WS-CONV-OK
                       MOVE 16 TO RETURN-CODE
               END-EVALUATE
           END-IF.

      *> The last run started the reload and did not prove it. The
      *> staged file is proved again against CUSTOMER.OLD and the
      *> master reloaded from it.
       RESUME-RELOAD.
           DISPLAY "PREVIOUS RELOAD DID NOT COMPLETE - RELOADING"
           PERFORM TOTAL-BACKUP-FILE
           IF WS-BACKUP-STATUS NOT = "00"
               MOVE "** NO CUSTOMER.OLD, CANNOT RESUME" TO WS-PASS-FLAG
               MOVE 'N' TO WS-CONV-OK
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM TOTAL-STAGED-FILE
               PERFORM RELOAD-MASTER
           END-IF.

       TOTAL-BACKUP-FILE.
           MOVE 0 TO WS-IN-COUNT
           MOVE 0 TO WS-IN-BALANCE
           MOVE 0 TO WS-IN-ID-HASH
           OPEN INPUT BACKUP-FILE
           IF WS-BACKUP-STATUS = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ BACKUP-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1               TO WS-IN-COUNT
                           ADD BK-OPEN-BALANCE TO WS-IN-BALANCE
                           ADD BK-ID           TO WS-IN-ID-HASH
                   END-READ
               END-PERFORM
               CLOSE BACKUP-FILE
           END-IF.

       CONVERT-ONE-RECORD.
           ADD 1               TO WS-IN-COUNT
           ADD OC-OPEN-BALANCE TO WS-IN-BALANCE
           ADD OC-ID           TO WS-IN-ID-HASH
           MOVE OLD-CUST-REC TO BACKUP-REC
           WRITE BACKUP-REC
           MOVE OC-ID           TO CU-ID
           MOVE OC-NAME         TO CU-NAME
           MOVE OC-TYPE         TO CU-TYPE
           MOVE OC-TIER-SOURCE  TO CU-TIER-SOURCE
           MOVE OC-CREDIT-LIMIT TO CU-CREDIT-LIMIT
           MOVE OC-OPEN-BALANCE TO CU-OPEN-BALANCE
           MOVE OC-ADDR-LINE-1  TO CU-ADDR-LINE-1
           MOVE OC-ADDR-LINE-2  TO CU-ADDR-LINE-2
           MOVE OC-ADDR-CITY    TO CU-ADDR-CITY
           MOVE OC-ADDR-POSTAL  TO CU-ADDR-POSTAL
           MOVE 'N'             TO CU-CREDIT-FREEZE
           MOVE 0               TO CU-FREEZE-DATE
           MOVE CUSTOMER-REC TO CONV-WORK-REC
           WRITE CONV-WORK-REC.

      *> The staged file is read back and totalled on its own, so the
      *> proof covers what was actually written, not what was meant
      *> to be.
       TOTAL-STAGED-FILE.
           MOVE 0 TO WS-STG-COUNT
           MOVE 0 TO WS-STG-BALANCE
           MOVE 0 TO WS-STG-ID-HASH
           OPEN INPUT CONV-WORK-FILE
           IF WS-WORK-STATUS NOT = "00"
               MOVE "** NO CUSTCONV.TMP" TO WS-PASS-FLAG
               MOVE 'N' TO WS-CONV-OK
               MOVE 16 TO RETURN-CODE
           END-IF
           MOVE 'N' TO WS-EOF
           IF WS-CONV-OK = 'N'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CONV-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE CONV-WORK-REC TO CUSTOMER-REC
                       ADD 1               TO WS-STG-COUNT
                       ADD CU-OPEN-BALANCE TO WS-STG-BALANCE
                       ADD CU-ID           TO WS-STG-ID-HASH
               END-READ
           END-PERFORM
           IF WS-WORK-STATUS = "00" OR WS-WORK-STATUS = "10"
               CLOSE CONV-WORK-FILE
           END-IF
           IF WS-CONV-OK = 'Y'
              AND (WS-STG-COUNT NOT = WS-IN-COUNT
              OR WS-STG-BALANCE NOT = WS-IN-BALANCE
              OR WS-STG-ID-HASH NOT = WS-IN-ID-HASH)
               MOVE "** STAGED TOTALS OFF, KEPT" TO WS-PASS-FLAG
               MOVE 'N' TO WS-CONV-OK
               MOVE 16 TO RETURN-CODE
           END-IF.

      *> ===============================
      *> 顧客マスタ再ロード
      *> 作業ファイルの合計が一致した場合のみマスタを作り直し、
      *> 作り直したマスタを読み戻して件数・残高・ハッシュを照合する。
      *> ===============================
       RELOAD-MASTER.
           IF WS-CONV-OK = 'Y'
               MOVE 'L' TO WS-CTL-PHASE
               PERFORM SAVE-CONV-CONTROL
               OPEN OUTPUT CUSTOMER-FILE
               IF WS-CUST-STATUS NOT = "00"
                   DISPLAY "CUSTOMER MASTER OPEN FAILED - STATUS:"
                       WS-CUST-STATUS
                   MOVE "** RELOAD OPEN FAILED" TO WS-PASS-FLAG
                   MOVE 'N' TO WS-CONV-OK
                   MOVE 16 TO RETURN-CODE
               ELSE
                   OPEN INPUT CONV-WORK-FILE
                   MOVE 'N' TO WS-EOF
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ CONV-WORK-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               PERFORM LOAD-ONE-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE CONV-WORK-FILE
                   CLOSE CUSTOMER-FILE
                   PERFORM PROVE-RELOADED-MASTER
               END-IF
           END-IF.

       LOAD-ONE-RECORD.
           MOVE CONV-WORK-REC TO CUSTOMER-REC
           WRITE CUSTOMER-REC
               INVALID KEY
                   DISPLAY "MASTER LOAD FAILED FOR ID:" CU-ID
                   MOVE 'N' TO WS-CONV-OK
           END-WRITE.

       TOTAL-RELOADED-MASTER.
           MOVE 0 TO WS-OUT-COUNT
           MOVE 0 TO WS-OUT-BALANCE
           MOVE 0 TO WS-OUT-ID-HASH
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-STATUS = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CUSTOMER-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1               TO WS-OUT-COUNT
                           ADD CU-OPEN-BALANCE TO WS-OUT-BALANCE
                           ADD CU-ID           TO WS-OUT-ID-HASH
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-FILE
           END-IF.

      *> A reload that fails leaves phase 'L', so rerunning CUSTCONV
      *> reloads from CUSTCONV.TMP again.
       PROVE-RELOADED-MASTER.
           PERFORM TOTAL-RELOADED-MASTER
           IF WS-CONV-OK = 'Y'
              AND WS-OUT-COUNT = WS-IN-COUNT
              AND WS-OUT-BALANCE = WS-IN-BALANCE
              AND WS-OUT-ID-HASH = WS-IN-ID-HASH
               MOVE "CONVERTED" TO WS-PASS-FLAG
               MOVE 'C' TO WS-CTL-PHASE
               PERFORM SAVE-CONV-CONTROL
           ELSE
               MOVE "** RELOAD OFF, RERUN CUSTCONV" TO WS-PASS-FLAG
               MOVE 'N' TO WS-CONV-OK
               MOVE 16 TO RETURN-CODE
           END-IF.

      *> ===============================
      *> コントロールレポート出力
      *> ===============================
       WRITE-REPORT-HEADER.
           MOVE SPACES TO CONTROL-REPORT-REC
           STRING
               "CUSTOMER MASTER CREDIT FREEZE CONVERSION"
                   DELIMITED BY SIZE
               "   RUN DATE: "  DELIMITED BY SIZE
               WS-RUN-DATE-ED   DELIMITED BY SIZE
               INTO CONTROL-REPORT-REC
           END-STRING
           WRITE CONTROL-REPORT-REC AFTER ADVANCING 1 LINE

           MOVE SPACES TO CONTROL-REPORT-REC
           WRITE CONTROL-REPORT-REC AFTER ADVANCING 1 LINE

           MOVE SPACES TO CONTROL-REPORT-REC
           MOVE "RECORDS"        TO CONTROL-REPORT-REC(20:7)
           MOVE "OPEN BALANCE"   TO CONTROL-REPORT-REC(36:12)
           MOVE "ID HASH TOTAL"  TO CONTROL-REPORT-REC(54:13)
           WRITE CONTROL-REPORT-REC AFTER ADVANCING 1 LINE

           MOVE ALL "-" TO CONTROL-REPORT-REC
           WRITE CONTROL-REPORT-REC AFTER ADVANCING 1 LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO CONTROL-REPORT-REC
           MOVE "BEFORE (OLD)" TO CONTROL-REPORT-REC(1:12)
           MOVE WS-IN-COUNT    TO WS-COUNT-ED
           MOVE WS-IN-BALANCE  TO WS-BALANCE-ED
           MOVE WS-IN-ID-HASH  TO WS-HASH-ED
           PERFORM PUT-REPORT-FIGURES
           WRITE CONTROL-REPORT-REC AFTER ADVANCING 1 LINE

           MOVE SPACES TO CONTROL-REPORT-REC
           MOVE "STAGED"       TO CONTROL-REPORT-REC(1:6)
           MOVE WS-STG-COUNT   TO WS-COUNT-ED
           MOVE WS-STG-BALANCE TO WS-BALANCE-ED
           MOVE WS-STG-ID-HASH TO WS-HASH-ED
           PERFORM PUT-REPORT-FIGURES
           WRITE CONTROL-REPORT-REC AFTER ADVANCING 1 LINE

           MOVE SPACES TO CONTROL-REPORT-REC
           MOVE "AFTER (NEW)"  TO CONTROL-REPORT-REC(1:11)
           MOVE WS-OUT-COUNT   TO WS-COUNT-ED
           MOVE WS-OUT-BALANCE TO WS-BALANCE-ED
           MOVE WS-OUT-ID-HASH TO WS-HASH-ED
           PERFORM PUT-REPORT-FIGURES
           WRITE CONTROL-REPORT-REC AFTER ADVANCING 1 LINE

           MOVE SPACES TO CONTROL-REPORT-REC
           STRING
               "RESULT: "   DELIMITED BY SIZE
               WS-PASS-FLAG DELIMITED BY SIZE
               INTO CONTROL-REPORT-REC
           END-STRING
           WRITE CONTROL-REPORT-REC AFTER ADVANCING 2 LINES

           MOVE SPACES TO CONTROL-REPORT-REC
           MOVE "ORIGINAL KEPT AS CUSTOMER.OLD UNTIL SIGNED OFF"
               TO CONTROL-REPORT-REC(1:46)
           WRITE CONTROL-REPORT-REC AFTER ADVANCING 1 LINE.

       PUT-REPORT-FIGURES.
           MOVE WS-COUNT-ED   TO CONTROL-REPORT-REC(18:9)
           MOVE WS-BALANCE-ED TO CONTROL-REPORT-REC(29:19)
           MOVE WS-HASH-ED    TO CONTROL-REPORT-REC(52:15).

       END-PROC.
           PERFORM WRITE-REPORT-TOTALS
           CLOSE CONTROL-REPORT-FILE
           PERFORM WRITE-RUN-LOG-END
           DISPLAY "CUSTOMER MASTER CONVERSION COMPLETE"
           DISPLAY "RESULT         :" WS-PASS-FLAG
           DISPLAY "RECORDS BEFORE :" WS-IN-COUNT
           DISPLAY "RECORDS AFTER  :" WS-OUT-COUNT.
