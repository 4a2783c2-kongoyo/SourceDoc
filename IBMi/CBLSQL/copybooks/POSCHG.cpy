      *-----------------------------------------------------------------------
      * POSCHG.cpy
      * 核定員額異動記錄配置 - shared layout for the POSCHG keyed file.
      * POSAUTH 每動一次就留一筆（永久保存，跟 CTLCHG 同一個精神）：
      * PosBudLoad 的整批載入記 source 'L'、PosBudMaint 的線上調整記
      * source 'M'（含調整人的 user id 與原因）。poch-key（部門 + 職稱
      * + 時間戳記）是 record key，同一個職位多次異動各自獨立一筆。
      *-----------------------------------------------------------------------
       01  position-change-record.
           05  poch-key.
               10  poch-department      pic x(10).
               10  poch-job-title       pic x(20).
               10  poch-timestamp       pic x(14).
           05  poch-old-count           pic 9(5).
           05  poch-new-count           pic 9(5).
           05  poch-changed-by          pic x(10).
           05  poch-source              pic x(1).
               88  poch-source-load             value 'L'.
               88  poch-source-maint            value 'M'.
           05  poch-change-date         pic x(10).
           05  poch-reason              pic x(40).
