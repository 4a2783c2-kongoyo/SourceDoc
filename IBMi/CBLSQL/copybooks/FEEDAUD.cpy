      *-----------------------------------------------------------------------
      * FEEDAUD.cpy
      * HR 異動稽核記錄配置 - shared layout for the FEEDAUD keyed file.
      * EmpFeedLoad 每套用一筆 HR 異動（A 新進 / T 離職 / N 改名 / S
      * 狀態異動）就留一筆 before/after image（永久保存，跟 EMPAUDIT 同
      * 一個精神），AudInquiry / AudReport 跟 EMPAUDIT 的部門更正併在
      * 一起依時間順序列出，一個員工完整的異動經過一張畫面/一份報表
      * 看得到。fdau-key 的前 19 碼（員工編號+時間戳記）跟 audit-key
      * 同一個排法，兩個檔可以照 key 合併；同一秒同一個員工有兩筆時
      * 以 feed 檔裡的序號（第幾筆）區分。
      * 新進（A）的 before image 全空白；姓名/狀態/部門/職稱四組欄位
      * 每筆都填，沒動到的欄位新舊值相同。
      *-----------------------------------------------------------------------
       01  feed-audit-record.
           05  fdau-key.
               10  fdau-employee-number pic 9(5).
               10  fdau-timestamp       pic x(14).
               10  fdau-feed-sequence   pic 9(5).
           05  fdau-action              pic x(1).
               88  fdau-action-add              value 'A'.
               88  fdau-action-terminate        value 'T'.
               88  fdau-action-name             value 'N'.
               88  fdau-action-status           value 'S'.
           05  fdau-old-name            pic x(30).
           05  fdau-new-name            pic x(30).
           05  fdau-old-status          pic x(1).
           05  fdau-new-status          pic x(1).
           05  fdau-old-department      pic x(10).
           05  fdau-new-department      pic x(10).
           05  fdau-old-job-title       pic x(20).
           05  fdau-new-job-title       pic x(20).
      *    HR 端的異動生效日（ISO YYYY-MM-DD）與送檔人；舊格式的 feed
      *    沒帶這兩欄時記載入當天與 'HRFEED'
           05  fdau-feed-date           pic x(10).
           05  fdau-sent-by             pic x(10).
           05  fdau-run-date            pic x(10).
