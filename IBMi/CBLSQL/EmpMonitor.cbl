      *           鎖定衝突重試等待時 job 看起來像當掉，操作員以前只能
      *           WRKACTJOB 加 tail ERRLOG.TXT 猜；現在畫面上 checkpoint
      *           位置沒動但狀態還是執行中，就知道是 DLYJOB 在睡，不是
      *           真的 hang。
      *           畫面下方另外顯示最新一輪夜間 job chain（ChainRun 寫的
      *           CHAINSTP）：chain 狀態、各狀態的 step 數、正在跑的
      *           step，以及失敗 / 被擋的 step -- 部門全部顯示等待中時，
      *           看得出是 chain 還沒跑到 EmpRunAll，還是前面的 step
      *           失敗把它擋下來了
      *-----------------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EmpMonitor.
               RECORD KEY IS hist-key
               FILE STATUS IS ws-emphst-status.

           SELECT chain-step-file
               ASSIGN TO "CHAINSTP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cstp-key
               FILE STATUS IS ws-chnstp-status.

       DATA DIVISION.
       FILE SECTION.
       FD  run-schedule-file.
      *    執行統計歷史配置與 SQLWithHold / EmpTrend 共用同一份 copybook
           COPY EMPHIST.

       FD  chain-step-file.
      *    job chain 執行記錄配置與 ChainRun 共用同一份 copybook
           COPY CHAINSTP.

       WORKING-STORAGE SECTION.
       01  ws-crt-status            pic 9(4).
       01  ws-pf-key                pic 9(2).
       01  ws-sched-status          pic x(2).
       01  ws-emprst-status         pic x(2).
       01  ws-emphst-status         pic x(2).
       01  ws-chnstp-status         pic x(2).

      *    整份排程載進表裡，每次 ENTER 重新載入（AckRecon 早上可能
      *    剛回寫過排程檔）

       01  ws-error-message         pic x(60) value spaces.

      *    最新一輪 job chain 的彙總（0400 每次重新整理重掃 CHAINSTP；
      *    ChainRun 第一次跑才會建檔，所以每次重新開檔）
       01  chain-status-lines.
           05  chain-status-line     pic x(78) occurs 3 times.
       01  ws-chain-run-id          pic x(14) value spaces.
       01  ws-chain-run-status      pic x(1) value space.
       01  ws-chain-start-stamp     pic x(14) value spaces.
       01  ws-chain-attempts        pic 9(3) value 0.
       01  ws-chain-worst-rc        pic 9(2) value 0.
       01  ws-chain-scan-done       pic x(1).
           88  chain-scan-is-done           value 'Y'.
       01  ws-chain-complete-count  pic 9(3) value 0.
       01  ws-chain-running-count   pic 9(3) value 0.
       01  ws-chain-waiting-count   pic 9(3) value 0.
       01  ws-chain-failed-count    pic 9(3) value 0.
       01  ws-chain-held-count      pic 9(3) value 0.
       01  ws-chain-running-step    pic x(10) value spaces.
       01  ws-chain-list-pointer    pic 9(3) value 1.
       01  ws-chain-status-word     pic x(8) value spaces.
       01  ws-stamp-display         pic x(14) value spaces.
       01  ws-numeric-edit-3        pic zz9.

       SCREEN SECTION.
       01  monitor-screen.
           05  blank screen.
           05  line 14 column 13 from mon-status-text(11).
           05  line 15 column 1 from mon-department(12).
           05  line 15 column 13 from mon-status-text(12).
           05  line 17 column 1 from chain-status-line(1).
           05  line 18 column 1 from chain-status-line(2).
           05  line 19 column 1 from chain-status-line(3).
           05  line 20 column 1
               value 'ENTER=REFRESH  F3=EXIT  F7=BACK  F8=FORWARD'.
           05  line 21 column 1 pic x(60) from ws-error-message.
               move 'NO DEPARTMENTS ON SCHEDULE' to ws-error-message
           end-if.

           perform 0400-build-chain-status.

       0210-load-schedule.
           move 0 to ws-sched-total.
           open input run-schedule-file.
               delimited by size
               into mon-status-text(page-idx)
           end-string.

      *-----------------------------------------------------------------------
      * 0400 - job chain 狀態：找 CHAINSTP 最新一輪的表頭（step id 空白
      *         的那筆，key 依起跑時間排序），再掃那一輪的 step 記錄
      *         分狀態計數；失敗 / 被擋的 step 列在第三行（放不下的省略）
      *-----------------------------------------------------------------------
       0400-build-chain-status.
           move spaces to chain-status-lines.
           move spaces to ws-chain-run-id.
           open input chain-step-file.
           evaluate ws-chnstp-status
               when '00'
                   perform 0410-find-latest-chain
                   if ws-chain-run-id not = spaces
                       perform 0420-count-chain-steps
                   end-if
                   close chain-step-file
               when '35'
                   continue
               when other
                   string
                       'CHAIN STATUS NOT AVAILABLE - CHAINSTP STATUS='
                       ws-chnstp-status
                       delimited by size
                       into chain-status-line(1)
                   end-string
           end-evaluate.

           if ws-chain-run-id = spaces
               if chain-status-line(1) = spaces
                   move 'JOB CHAIN - NO CHAIN RUN ON FILE'
                       to chain-status-line(1)
               end-if
           else
               perform 0440-build-chain-lines
           end-if.

       0410-find-latest-chain.
           move 'N' to ws-chain-scan-done.
           move low-values to cstp-key.
           start chain-step-file
               key >= cstp-key
               invalid key
                   move 'Y' to ws-chain-scan-done
           end-start.
           perform until chain-scan-is-done
               read chain-step-file next
                   at end
                       move 'Y' to ws-chain-scan-done
               end-read
               if not chain-scan-is-done
                   if ws-chnstp-status not = '00'
                       move 'Y' to ws-chain-scan-done
                   else
                       if cstp-step-id = spaces
                           and cstp-run-id > ws-chain-run-id
                           move cstp-run-id to ws-chain-run-id
                           move cstp-status to ws-chain-run-status
                           move cstp-start-stamp
                               to ws-chain-start-stamp
                           move cstp-attempts to ws-chain-attempts
                           move cstp-return-code to ws-chain-worst-rc
                       end-if
                   end-if
               end-if
           end-perform.

       0420-count-chain-steps.
           move 0 to ws-chain-complete-count.
           move 0 to ws-chain-running-count.
           move 0 to ws-chain-waiting-count.
           move 0 to ws-chain-failed-count.
           move 0 to ws-chain-held-count.
           move spaces to ws-chain-running-step.
           move 1 to ws-chain-list-pointer.
           move 'N' to ws-chain-scan-done.
           move ws-chain-run-id to cstp-run-id.
           move spaces to cstp-step-id.
           start chain-step-file
               key > cstp-key
               invalid key
                   move 'Y' to ws-chain-scan-done
           end-start.
           perform until chain-scan-is-done
               read chain-step-file next
                   at end
                       move 'Y' to ws-chain-scan-done
               end-read
               if not chain-scan-is-done
                   if ws-chnstp-status not = '00'
                       or cstp-run-id not = ws-chain-run-id
                       move 'Y' to ws-chain-scan-done
                   else
                       perform 0430-count-one-step
                   end-if
               end-if
           end-perform.

       0430-count-one-step.
           evaluate true
               when cstp-complete
                   add 1 to ws-chain-complete-count
               when cstp-running
                   add 1 to ws-chain-running-count
                   move cstp-step-id to ws-chain-running-step
               when cstp-failed
                   add 1 to ws-chain-failed-count
               when cstp-held
                   add 1 to ws-chain-held-count
               when other
                   add 1 to ws-chain-waiting-count
           end-evaluate.

      *    失敗 / 被擋的 step 接在第三行後面，滿了就不再接
           if cstp-failed or cstp-held
               if ws-chain-list-pointer = 1
                   string
                       'NEEDS ATTENTION: '
                       delimited by size
                       into chain-status-line(3)
                       with pointer ws-chain-list-pointer
                   end-string
               end-if
               string
                   cstp-step-id delimited by space
                   '(' cstp-status ') ' delimited by size
                   into chain-status-line(3)
                   with pointer ws-chain-list-pointer
                   on overflow
                       continue
               end-string
           end-if.

       0440-build-chain-lines.
           evaluate ws-chain-run-status
               when 'C'
                   move 'COMPLETE' to ws-chain-status-word
               when 'F'
                   move 'STOPPED' to ws-chain-status-word
               when other
                   move 'RUNNING' to ws-chain-status-word
           end-evaluate.
           move spaces to ws-stamp-display.
           if ws-chain-start-stamp not = spaces
               string
                   ws-chain-start-stamp(5:2) '/'
                   ws-chain-start-stamp(7:2) ' '
                   ws-chain-start-stamp(9:2) ':'
                   ws-chain-start-stamp(11:2) ':'
                   ws-chain-start-stamp(13:2)
                   delimited by size
                   into ws-stamp-display
               end-string
           end-if.
           move ws-chain-attempts to ws-numeric-edit-3.
           move ws-chain-worst-rc to ws-numeric-edit-rc.
           string
               'JOB CHAIN ' ws-stamp-display
               '  ' ws-chain-status-word
               '  SUBMISSION ' ws-numeric-edit-3
               '  WORST RC ' ws-numeric-edit-rc
               delimited by size
               into chain-status-line(1)
           end-string.

      *    第二行：各狀態 step 數，有 step 在跑時接上它的 step id
           move 1 to ws-chain-list-pointer.
           move ws-chain-complete-count to ws-numeric-edit-3.
           string
               'STEPS COMPLETE ' ws-numeric-edit-3
               delimited by size
               into chain-status-line(2)
               with pointer ws-chain-list-pointer
           end-string.
           move ws-chain-waiting-count to ws-numeric-edit-3.
           string
               '  WAITING ' ws-numeric-edit-3
               delimited by size
               into chain-status-line(2)
               with pointer ws-chain-list-pointer
           end-string.
           move ws-chain-failed-count to ws-numeric-edit-3.
           string
               '  FAILED ' ws-numeric-edit-3
               delimited by size
               into chain-status-line(2)
               with pointer ws-chain-list-pointer
           end-string.
           move ws-chain-held-count to ws-numeric-edit-3.
           string
               '  HELD ' ws-numeric-edit-3
               delimited by size
               into chain-status-line(2)
               with pointer ws-chain-list-pointer
           end-string.
           if ws-chain-running-step not = spaces
               string
                   '  RUNNING ' ws-chain-running-step
                   delimited by size
                   into chain-status-line(2)
                   with pointer ws-chain-list-pointer
               end-string
           end-if.
