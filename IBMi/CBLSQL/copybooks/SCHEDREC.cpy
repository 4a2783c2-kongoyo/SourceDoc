      *    'Y' = 這個部門的抽出與對帳把留停/離職的也算進去；其他值
      *    （含空白）只算在職員工
           05  sched-include-leavers    pic x(1).
      *    倉儲抽出的送法（只對分隔符號格式 'D' 的部門有效）：'Y' =
      *    差異模式，只送跟上一晚快照比起來有新增/異動/移出的列
      *    （EMPDLT.TXT）；'R' = 下一輪整個部門重送一次完整區塊
      *    （EMPDLM.TXT）並重建快照，倉儲要重新載入時改成 'R'，
      *    AckRecon 收到重送的回條核對無誤後自動改回 'Y'；其他值
      *    （含空白）維持每晚整個部門完整送出
           05  sched-delta-mode         pic x(1).
               88  sched-delta-requested        value 'Y'.
               88  sched-refresh-requested      value 'R'.
