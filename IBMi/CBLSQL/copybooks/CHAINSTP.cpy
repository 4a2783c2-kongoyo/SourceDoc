      *-----------------------------------------------------------------------
      * CHAINSTP.cpy
      * job chain 執行記錄配置 - shared layout for the CHAINSTP keyed
      * file. ChainRun 每起一輪 chain 寫一筆表頭（cstp-step-id 空白）
      * 加每個 step 一筆，step 開跑、結束、被擋都回寫，EmpMonitor 拿來
      * 顯示 chain 狀態。永久累積，不清檔。
      * cstp-key 是 chain 起跑時間戳記（YYYYMMDDHHMMSS，同一輪 chain
      * 重新提交續跑時不變）+ step id；表頭記錄 step id 空白，排在該輪
      * 所有 step 前面。
      * step 狀態：W 等待、R 執行中、C 完成、F 失敗（RC 16 或 RC 超過
      * 後面 step 能接受的範圍）、H 被擋（前置 step 沒完成或 RC 太差）。
      * 表頭狀態：R 執行中、C 全部完成、F 停在失敗/被擋的 step，重新
      * 提交會從沒完成的 step 續跑。
      *-----------------------------------------------------------------------
       01  chain-step-record.
           05  cstp-key.
               10  cstp-run-id           pic x(14).
               10  cstp-step-id          pic x(10).
           05  cstp-program              pic x(12).
           05  cstp-status               pic x(1).
               88  cstp-waiting                  value 'W'.
               88  cstp-running                  value 'R'.
               88  cstp-complete                 value 'C'.
               88  cstp-failed                   value 'F'.
               88  cstp-held                     value 'H'.
           05  cstp-start-stamp          pic x(14).
           05  cstp-end-stamp            pic x(14).
      *    step：這一次的 RC；表頭：這一輪目前為止最差的 RC
           05  cstp-return-code          pic 9(2).
      *    step：跑過幾次；表頭：這一輪提交過幾次
           05  cstp-attempts             pic 9(3).
      *    被擋的 step 記是哪一個前置 step 擋下來的
           05  cstp-held-by              pic x(10).
           05  cstp-run-date             pic x(10).
