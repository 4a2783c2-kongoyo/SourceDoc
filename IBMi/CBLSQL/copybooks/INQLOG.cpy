      *-----------------------------------------------------------------------
      * INQLOG.cpy
      * 查詢存取記錄配置 - shared layout for the INQLOG keyed file.
      * EmpInquiry / AudInquiry 每一次查詢（含被擋掉的）都透過 InqLog
      * 子程式留一筆（永久保存，跟 EMPAUDIT 同一個精神），InqLogRpt
      * 定期印「誰看了哪些部門、哪些員工」給隱私審查。iqlg-key（使用者
      * +時間戳記+序號）是 record key，報表照 key 讀就是依使用者分段、
      * 段內依時間順序；同一秒的多筆靠序號遞增錯開。
      *-----------------------------------------------------------------------
       01  inquiry-log-record.
           05  iqlg-key.
               10  iqlg-user-id         pic x(10).
               10  iqlg-timestamp       pic x(14).
               10  iqlg-sequence        pic 9(3).
           05  iqlg-program             pic x(12).
      *    查詢種類：D 部門名冊 / N 姓名搜尋 / V 姓名搜尋結果列出的
      *    員工 / A 稽核查詢依部門 / E 稽核查詢依員工
           05  iqlg-inquiry-type        pic x(1).
               88  iqlg-dept-browse             value 'D'.
               88  iqlg-name-search             value 'N'.
               88  iqlg-employee-viewed         value 'V'.
               88  iqlg-audit-by-dept           value 'A'.
               88  iqlg-audit-by-employee       value 'E'.
           05  iqlg-department          pic x(10).
           05  iqlg-employee-number     pic 9(5).
           05  iqlg-search-text         pic x(30).
      *    結果：G 放行 / D 權限不足擋掉
           05  iqlg-outcome             pic x(1).
               88  iqlg-granted                 value 'G'.
               88  iqlg-denied                  value 'D'.
           05  iqlg-run-date            pic x(10).
