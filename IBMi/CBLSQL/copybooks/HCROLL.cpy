      *-----------------------------------------------------------------------
      * HCROLL.cpy
      * 每月 headcount 變動記錄配置 - shared layout for the HCROLL keyed
      * file. HcRollRpt 每跑一個月，每個部門留一筆當月的 roll-forward
      * （期初、各項變動、期末、期末實際人數、HR 控制數、有沒有對上），
      * 同一個月重跑就蓋掉。下個月的期初取這裡上個月的 hcr-actual
      * （期末當下的實際在職人數），上個月沒對上的差異不會一路滾下去。
      * hcr-key 是部門 + 年月（YYYYMM）。
      *-----------------------------------------------------------------------
       01  headcount-roll-record.
           05  hcr-key.
               10  hcr-department        pic x(10).
               10  hcr-period            pic x(6).
           05  hcr-opening               pic s9(7).
      *    'Y' = 沒有上個月的記錄，期初是用期末實際人數倒推的
           05  hcr-opening-derived       pic x(1).
           05  hcr-hires                 pic 9(5).
           05  hcr-terminations          pic 9(5).
           05  hcr-transfers-in          pic 9(5).
           05  hcr-transfers-out         pic 9(5).
           05  hcr-leave-starts          pic 9(5).
           05  hcr-leave-returns         pic 9(5).
           05  hcr-closing               pic s9(7).
           05  hcr-actual                pic s9(7).
           05  hcr-control               pic 9(7).
           05  hcr-control-found         pic x(1).
           05  hcr-tie-flag              pic x(1).
               88  hcr-tied-out                 value 'Y'.
           05  hcr-run-date              pic x(10).
