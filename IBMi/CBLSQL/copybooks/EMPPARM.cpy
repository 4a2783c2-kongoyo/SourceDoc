      *    其他值（含空白）只算在職（status 'A'）的員工 -- 離職的人
      *    一直留在計數裡就是 HRCTLTOT 對帳老是誤報的原因
           05  :TAG:-include-leavers      pic x(1).
      *    倉儲抽出的送法：'Y' 差異模式（EMPDLT.TXT）、'R' 完整重送並
      *    重建快照，其他值每晚完整送出；只對分隔符號格式有效
           05  :TAG:-delta-mode           pic x(1).
      *    以下兩欄是被呼叫端回填的結果：實際採用的送法（'F' 完整、
      *    'D' 差異、'R' 完整重送 -- 沒有可比對的快照時差異模式會
      *    自動改成重送）與差異檔這個部門區塊的筆數
           05  :TAG:-extract-mode-used    pic x(1).
           05  :TAG:-delta-count          pic 9(7).
