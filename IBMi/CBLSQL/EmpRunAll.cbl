      *           RUNSUMMn.TXT，各 stream 跑完由 StreamMerge 合併成一份
      *           RUNSUMM.TXT 與整批最差的 return-code。參數空白維持
      *           單一 stream 的舊模式：整份排程照跑、輸出檔名不變。
      *           排程的 sched-delta-mode 原樣傳給 SQLWithHold，summary
      *           每個部門印實際採用的倉儲送法與差異筆數。
      *-----------------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EmpRunAll.

           string
               'DEPARTMENT  EXTRACTED  CORRECTIONS  DISC  RC'
               '  MODE    DELTA'
               delimited by size
               into summary-line
           end-string.
           move 'N' to run-discrepancy-flag.
           move sched-extract-format to run-extract-format.
           move sched-include-leavers to run-include-leavers.
           move sched-delta-mode to run-delta-mode.
           move space to run-extract-mode-used.
           move 0 to run-delta-count.
           move 0 to run-cutoff-time.
      *    stream 篩選啟用時把 stream 編號傳下去，SQLWithHold 的輸出
      *    檔名會帶編號，各 stream 的 job 才不會互相截斷；舊模式傳
           add 1 to ws-run-count.
           perform 0220-print-summary-line.

      *    MODE 欄：F 完整送出、D 差異、R 完整重送；DELTA 欄只有差異
      *    模式才印
       0220-print-summary-line.
           move spaces to summary-line.
           move run-extract-count to ws-numeric-edit-7.
           move run-correction-count to ws-numeric-edit-5.
           move ws-call-rc to ws-numeric-edit-rc.
               ws-numeric-edit-7 '      '
               ws-numeric-edit-5 '   '
               run-discrepancy-flag '     '
               ws-numeric-edit-rc '     '
               run-extract-mode-used
               delimited by size
               into summary-line
           end-string.
           if run-extract-mode-used = 'D'
               move run-delta-count to ws-numeric-edit-7
               move ws-numeric-edit-7 to summary-line(55:7)
           end-if.
           write summary-line.

      *-----------------------------------------------------------------------
               ' SKIPPED: ' ws-skip-count
               ' WORST RC: ' ws-worst-rc.

      *    SQLWithHold 的 WORKING-STORAGE 會留到下一次 CALL，ChainRun
      *    同一個 job 連跑多個 stream 時，每個 stream 都要從初始狀態開始
           cancel 'SQLWithHold'.

           move ws-worst-rc to return-code.
