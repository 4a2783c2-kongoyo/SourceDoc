      * 續跑控制記錄配置 - shared layout for the EMPRST keyed file.
      * SQLWithHold 在每個 checkpoint 重寫（0450）、跑完清標記（0900），
      * AckRecon 拿 restart-extract-count / restart-hash-total 跟倉儲的
      * 載入回條對帳（差異模式的部門用 restart-delta-count /
      * restart-delta-hash），EmpMonitor 拿整筆當夜間監看畫面的狀態來源。
      * COPY into every FD so the layout cannot drift out of sync.
      * restart-department 是 record key。
      *-----------------------------------------------------------------------
           05  restart-in-progress      pic x(1).
           05  restart-extract-count    pic 9(7).
           05  restart-hash-total       pic 9(12).
      *    這次抽出的送法：'F' 完整（EMPDLM / EMPOUT）、'D' 差異
      *    （EMPDLT）、'R' 完整重送並重建快照。差異模式的 T 記錄帶的
      *    是差異檔的筆數與 hash，AckRecon 要拿下面兩欄對回條；下一晚
      *    的差異模式也靠這個欄位判斷快照能不能拿來比。'S' 是差異
      *    照送了但快照有寫不進去的：對帳跟 'D' 一樣，下一晚不拿快照
      *    來比，改成完整重送
           05  restart-extract-mode     pic x(1).
               88  restart-mode-full            value 'F'.
               88  restart-mode-delta           value 'D' 'S'.
               88  restart-mode-refresh         value 'R'.
               88  restart-snapshot-suspect     value 'S'.
           05  restart-delta-count      pic 9(7).
           05  restart-delta-hash       pic 9(12).
