      *-----------------------------------------------------------------------
      * EMPSNAP.cpy
      * 倉儲抽出快照記錄配置 - shared layout for the EMPSNAP keyed file.
      * 排程上走差異（delta）模式的部門，SQLWithHold 每抽一列就跟這裡
      * 上一晚留下的同一個員工比對，只把新增 / 異動 / 移出的列寫進
      * EMPDLT.TXT；比對完把今晚的值蓋回來，留給下一晚比。full refresh
      * 的晚上整個部門照今晚的結果重建。snap-key 是部門 + 員工編號，
      * 一個部門的快照可以用 START 一口氣掃完。
      * snap-seen-stamp 記最後一次在抽出結果裡看到這一列的執行時間戳記，
      * 收尾掃快照時跟這次的時間戳記不同的就是今晚不見了的員工。
      *-----------------------------------------------------------------------
       01  extract-snapshot-record.
           05  snap-key.
               10  snap-department       pic x(10).
               10  snap-employee-number  pic 9(5).
           05  snap-employee-name        pic x(30).
           05  snap-employee-department  pic x(10).
           05  snap-hire-date            pic x(10).
           05  snap-job-title            pic x(20).
           05  snap-status               pic x(1).
           05  snap-seen-stamp           pic x(14).
           05  snap-run-date             pic x(10).
