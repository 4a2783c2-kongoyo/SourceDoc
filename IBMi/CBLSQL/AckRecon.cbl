      *           對不上的部門印在對帳報表 ACKRPT.TXT 上，並把 EMPSCHED.TXT
      *           裡這些部門的跳過旗標清掉，下一輪 EmpRunAll 就會自動重抽
      *           重送，不用等幾週後倉儲那邊才有人發現少一個部門。
      *           差異模式的部門送的是 EMPDLT.TXT，回條對的是差異區塊
      *           自己的筆數與 hash（restart-delta-count / -hash）；差異
      *           漏掉了下一晚的差異補不回來，所以要重抽的差異部門一律
      *           改成完整重送（'R'），重送的回條對上了再自動改回 'Y'。
      *-----------------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AckRecon.
               10  st-extract-format     pic x(1).
               10  st-stream-id          pic x(1).
               10  st-include-leavers    pic x(1).
               10  st-delta-mode         pic x(1).
               10  st-reextract          pic x(1).
       01  ws-sched-total           pic 9(5) value 0.
       01  ws-sched-dropped         pic 9(5) value 0.
       01  ws-never-count           pic 9(5) value 0.
       01  ws-orphan-count          pic 9(5) value 0.
       01  ws-reextract-count       pic 9(5) value 0.
      *    完整重送的回條對上了、排程要改回差異模式的部門數
       01  ws-mode-reset-count      pic 9(5) value 0.

      *    這個部門回條該對的數字：差異模式取差異區塊的，其他取完整
      *    抽出的
       01  ws-expected-rows         pic 9(7) value 0.
       01  ws-expected-hash         pic 9(12) value 0.
       01  ws-extract-label         pic x(10) value spaces.

       01  ws-current-date-long     pic x(21).
       01  ws-run-date-display      pic x(10).
                           to st-stream-id(ws-sched-total)
                       move sched-include-leavers
                           to st-include-leavers(ws-sched-total)
                       move sched-delta-mode
                           to st-delta-mode(ws-sched-total)
                       move 'N' to st-reextract(ws-sched-total)
                   else
                       add 1 to ws-sched-dropped
           end-if.

       0220-match-ack.
           if restart-mode-delta
               move restart-delta-count to ws-expected-rows
               move restart-delta-hash to ws-expected-hash
               move 'DELTA' to ws-extract-label
           else
               move restart-extract-count to ws-expected-rows
               move restart-hash-total to ws-expected-hash
               move 'EXTRACTED' to ws-extract-label
           end-if.
           move 'N' to ws-ack-found.
           move 0 to ws-ack-match-idx.
           if ws-ack-total > 0
               when not ack-was-found
                   add 1 to ws-missing-count
                   perform 0230-flag-for-reextract
                   move ws-expected-rows to ws-numeric-edit-7
                   string
                       st-department(sched-idx)
                       '  ' ws-extract-label ws-numeric-edit-7
                       ' ROW(S) - NOT ACKNOWLEDGED BY WAREHOUSE'
                       delimited by size
                       into recon-report-line
                   perform 0950-log-ops-message
                   move 8 to return-code
               when ack-rows-loaded(ws-ack-match-idx)
                       not = ws-expected-rows
                   or ack-hash-total(ws-ack-match-idx)
                       not = ws-expected-hash
                   add 1 to ws-mismatch-count
                   move 'Y' to ack-matched(ws-ack-match-idx)
                   perform 0230-flag-for-reextract
                       '  ACKNOWLEDGED OK - ' ws-numeric-edit-7
                       ' ROW(S) LOADED '
                       ack-load-date(ws-ack-match-idx)
                       '  ' ws-extract-label
                       delimited by size
                       into recon-report-line
                   end-string
                   write recon-report-line
                   perform 0235-reset-refresh-request
           end-evaluate.

      *    差異模式的部門漏掉的差異補不回來，重抽一律走完整重送
       0230-flag-for-reextract.
           move 'Y' to st-reextract(sched-idx).
           add 1 to ws-reextract-count.
           if st-delta-mode(sched-idx) = 'Y'
               move 'R' to st-delta-mode(sched-idx)
           end-if.

      *-----------------------------------------------------------------------
      * 0235 - 排程上要求完整重送（'R'）的部門，重送的回條對上了就改回
      *         差異模式，下一晚起又只送差異
      *-----------------------------------------------------------------------
       0235-reset-refresh-request.
           if st-delta-mode(sched-idx) = 'R'
               and restart-mode-refresh
               move 'Y' to st-delta-mode(sched-idx)
               add 1 to ws-mode-reset-count
               move spaces to recon-report-line
               string
                   st-department(sched-idx)
                   '  FULL REFRESH ACKNOWLEDGED'
                   ' - SCHEDULE RESET TO DELTA MODE'
                   delimited by size
                   into recon-report-line
               end-string
               write recon-report-line
           end-if.

      *-----------------------------------------------------------------------
      * 0240 - 對不上的部門把兩邊的數字都印出來，白天追問題不用再去
           end-string.
           write recon-report-line.

           move ws-expected-rows to ws-numeric-edit-7.
           move ws-expected-hash to ws-numeric-edit-12.
           string
               '            ' ws-extract-label
               ' ROWS=' ws-numeric-edit-7
               ' HASH=' ws-numeric-edit-12
               delimited by size
               into recon-report-line

      *-----------------------------------------------------------------------
      * 0400 - 有部門要重抽才回寫排程檔：整份表原樣寫回，只把要重抽
      *         部門的跳過旗標清掉（差異部門並改成完整重送），重送對上
      *         的部門改回差異模式，下一輪 EmpRunAll 就會自動重送；
      *         沒東西要改就完全不動排程檔。排程比表的 500 筆上限長
      *         的時候絕對不能回寫 -- OPEN OUTPUT 會把表外的記錄整批
      *         截掉，只報告旗標套不上去，讓白天的人手動處理
      *-----------------------------------------------------------------------
       0400-rewrite-schedule.
           if ws-reextract-count = 0
               and ws-mode-reset-count = 0
               continue
           else
           if ws-sched-dropped > 0
                       to sched-stream-id
                   move st-include-leavers(sched-idx)
                       to sched-include-leavers
                   move st-delta-mode(sched-idx)
                       to sched-delta-mode
                   write schedule-record
               end-perform
               close run-schedule-file
           end-string.
           write recon-report-line.

           if ws-mode-reset-count > 0
               move ws-mode-reset-count to ws-numeric-edit-5
               string
                   'RESET TO DELTA MODE:           ' ws-numeric-edit-5
                   delimited by size
                   into recon-report-line
               end-string
               write recon-report-line
           end-if.

           if ws-sched-dropped > 0 or ws-ack-dropped > 0
               move ws-sched-dropped to ws-numeric-edit-5
               string
