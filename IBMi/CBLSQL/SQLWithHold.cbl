      * 程式說明：使用 WITH HOLD cursor，依部門代碼（及選擇性員工編號區間）
      *           匯出員工名冊，支援續跑（restart）、定期 COMMIT、headcount
      *           對帳，以及透過held cursor對錄取資料進行更正。
      *           分隔符號格式的部門可選差異（delta）送法：每一列跟
      *           EMPSNAP 裡上一晚的快照比，只把新增/異動/移出的列連同
      *           異動別寫進 EMPDLT.TXT（同樣的 H/D/T 控制記錄），倉儲
      *           要重新載入時改走完整重送並重建快照。
      *-----------------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SQLWithHold.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    五個輸出檔的檔名依 stream 而定（參數給 '1'-'9' 時帶 stream
      *    編號，平行的 stream job 才不會互相截斷對方的輸出；空白維持
      *    原本的檔名），所以 ASSIGN 用資料名稱
           SELECT error-log-file
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-empdlm-status.

      *    差異模式的倉儲抽出檔：H/T 控制記錄跟 EMPDLM.TXT 同一套，
      *    D 記錄多一欄異動別
           SELECT delta-extract-file
               ASSIGN TO ws-empdlt-file-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-empdlt-status.

           SELECT roster-report-file
               ASSIGN TO ws-emprpt-file-name
               ORGANIZATION IS LINE SEQUENTIAL
               RECORD KEY IS hist-key
               FILE STATUS IS ws-emphst-status.

      *    差異模式比對用的上一晚快照（永久檔，部門 + 員工編號）
           SELECT extract-snapshot-file
               ASSIGN TO "EMPSNAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS snap-key
               FILE STATUS IS ws-empsnp-status.

           SELECT run-control-file
               ASSIGN TO "EMPRUNC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  delimited-extract-file.
       01  delimited-record            pic x(100).

      *    差異檔：H|執行日期|部門、D|異動別|員工欄位...、T|筆數|hash，
      *    筆數與 hash 只算這個區塊實際送出的 D 記錄
       FD  delta-extract-file.
       01  delta-record                pic x(100).

       FD  roster-report-file.
       01  report-line                 pic x(132).

      *    執行統計歷史配置與 EmpTrend 共用同一份 copybook
           COPY EMPHIST.

       FD  extract-snapshot-file.
      *    快照記錄配置見 EMPSNAP.cpy
           COPY EMPSNAP.

       FD  run-control-file.
      *    營運參數控制檔（選用，檔案不在就用程式內建預設值）：鎖定
      *    衝突重試的上限次數與每次等待秒數、批次窗口的截止時刻
       01  ws-empout-file-name      pic x(11) value 'EMPOUT.TXT'.
       01  ws-empdlm-file-name      pic x(11) value 'EMPDLM.TXT'.
       01  ws-emprpt-file-name      pic x(11) value 'EMPRPT.TXT'.
       01  ws-empdlt-file-name      pic x(11) value 'EMPDLT.TXT'.
       01  ws-stream-id             pic x(1) value space.
           88  stream-names-in-use          value '1' thru '9'.

       01  ws-deptmst-status        pic x(2).
       01  ws-emphst-status         pic x(2).
       01  ws-runc-status           pic x(2).
       01  ws-empdlt-status         pic x(2).
       01  ws-empsnp-status         pic x(2).

       01  ws-file-check-status     pic x(2).
       01  ws-file-check-desc       pic x(30).
           88  emphst-is-open               value 'Y'.
       01  ws-corrk-open            pic x(1) value 'N'.
           88  corrk-is-open                value 'Y'.
       01  ws-empdlt-open           pic x(1) value 'N'.
           88  empdlt-is-open               value 'Y'.
       01  ws-empsnp-open           pic x(1) value 'N'.
           88  empsnp-is-open               value 'Y'.

      *    整個 run unit（同一個 JOB 對多個部門各呼叫一次）只能 OPEN
      *    OUTPUT 一次，否則每個部門都會把前一個部門的輸出檔案截斷;
           88  empout-ever-opened           value 'Y'.
       01  ws-empdlm-ever-opened    pic x(1) value 'N'.
           88  empdlm-ever-opened           value 'Y'.
       01  ws-empdlt-ever-opened    pic x(1) value 'N'.
           88  empdlt-ever-opened           value 'Y'.

       01  ws-current-date-long     pic x(21).
       01  ws-run-date-display      pic x(10).
           88  include-leavers-mode         value 'Y'.
       01  ws-employee-hash         pic 9(12) value 0.

      *    倉儲送法：'D' 差異（只寫 EMPDLT.TXT）、'R' 完整重送（照常
      *    寫 EMPDLM.TXT）並重建快照、'N' 完整送出不碰快照。只有分隔
      *    符號格式才有意義，固定格式一律 'N'
       01  ws-delta-mode            pic x(1) value 'N'.
           88  delta-extract-mode           value 'D'.
           88  refresh-extract-mode         value 'R'.
           88  snapshot-maintained          value 'D' 'R'.
      *    0120 讀 EMPRST 時留下的上一次執行狀態：上次沒跑完、或上次
      *    不是差異/重送（快照沒跟著維護），快照就不能拿來比
       01  ws-prior-extract-mode    pic x(1) value space.
       01  ws-prior-incomplete      pic x(1) value 'N'.
           88  prior-run-incomplete         value 'Y'.
      *    這次執行的時間戳記，蓋在每一筆看到的快照記錄上；收尾掃快照
      *    時戳記不是這次的就是今晚不見的員工
       01  ws-snap-run-stamp        pic x(14).
       01  ws-snap-changed          pic x(1) value 'N'.
           88  snapshot-row-changed         value 'Y'.
       01  ws-snap-sweep-done       pic x(1) value 'N'.
           88  snapshot-sweep-done          value 'Y'.
      *    快照有寫不進去的列：這次照送，但 restart 記錄的送法不記成
      *    D/R（0455），下一晚 0122 會自動改成完整重送
       01  ws-snapshot-suspect      pic x(1) value 'N'.
           88  snapshot-is-suspect          value 'Y'.
      *    差異 D 記錄的異動別：A 新增 / C 異動 / O 調出本部門 /
      *    T 離職 / L 留停 / X 其他原因不在抽出範圍（例如整列刪除）
       01  ws-change-type           pic x(1).
       01  ws-delta-count           pic 9(7) value 0.
       01  ws-delta-hash            pic 9(12) value 0.
       01  ws-delta-add-count       pic 9(7) value 0.
       01  ws-delta-change-count    pic 9(7) value 0.
       01  ws-delta-drop-count      pic 9(7) value 0.
      *    移出的員工查 EMPLOYEE 現況決定異動別用的 host variable
       01  ws-drop-employee-number  pic 9(5).
       01  ws-drop-department       pic x(10).
       01  ws-drop-status           pic x(1).

      *    鎖定衝突（-911 deadlock / -913 timeout）自動重試：rollback 回
      *    上一個 checkpoint、等 ws-retry-wait-seconds、從 restart 位置
      *    重開 cursor，試滿 ws-retry-max 次才 abend
               move 'N' to ws-include-leavers
           end-if.
           move ls-stream-id to ws-stream-id.
           move 'N' to ws-delta-mode.
           if delimited-extract-mode
               if ls-delta-mode = 'Y'
                   move 'D' to ws-delta-mode
               end-if
               if ls-delta-mode = 'R'
                   move 'R' to ws-delta-mode
               end-if
           end-if.
      *    stream 編號要在任何輸出檔開檔之前就決定好檔名；同一個 run
      *    unit 的每次呼叫都是同一條 stream，重算出來的名稱不會變
           if stream-names-in-use
           move 0 to ws-audit-total.
           move 0 to ws-audit-overflow.
           move 0 to ws-employee-hash.
           move 0 to ws-delta-count.
           move 0 to ws-delta-hash.
           move 0 to ws-delta-add-count.
           move 0 to ws-delta-change-count.
           move 0 to ws-delta-drop-count.
           move 'N' to ws-discrepancy-flag.
           move 'N' to ws-snapshot-suspect.
           move 'N' to ws-lock-retry.
           move 'N' to ws-retry-eligible.
           move 0 to ws-retry-attempts.
           move 0 to ls-extract-count.
           move 0 to ls-correction-count.
           move 'N' to ls-discrepancy-flag.
           move 'F' to ls-extract-mode-used.
           move 0 to ls-delta-count.

      *    restart 檔記錄跑的途中的 checkpoint 位置（0440/0470 的鎖定
      *    衝突復原用）跟「上次有沒有跑完」；上次沒跑完（暫停或中斷）

      *    兩種格式只開這次要寫的那個檔，另一個完全不碰 -- 在分隔符號
      *    格式的 run 裡 OPEN OUTPUT 固定格式檔會把前一晚留給下游的
      *    EMPOUT.TXT 截掉；差異模式的部門同理只開 EMPDLT.TXT（0120
      *    可能已經把差異改成完整重送，所以排在 0120 之後才決定）
           if delta-extract-mode
               if empdlt-ever-opened
                   open extend delta-extract-file
               else
                   open output delta-extract-file
               end-if
               move ws-empdlt-status to ws-file-check-status
               move 'DELTA-EXTRACT-FILE OPEN' to ws-file-check-desc
               perform 0115-check-open-status
               set empdlt-is-open to true
               set empdlt-ever-opened to true
           else
               if delimited-extract-mode
                   if empdlm-ever-opened
                       open extend delimited-extract-file
                   else
                       open output delimited-extract-file
                   end-if
                   move ws-empdlm-status to ws-file-check-status
                   move 'DELIMITED-EXTRACT-FILE OPEN'
                       to ws-file-check-desc
                   perform 0115-check-open-status
                   set empdlm-is-open to true
                   set empdlm-ever-opened to true
               else
                   if empout-ever-opened
                       open extend employee-extract-file
                   else
                       open output employee-extract-file
                   end-if
                   move ws-empout-status to ws-file-check-status
                   move 'EMPLOYEE-EXTRACT-FILE OPEN'
                       to ws-file-check-desc
                   perform 0115-check-open-status
                   set empout-is-open to true
                   set empout-ever-opened to true
               end-if
           end-if.

      *    快照檔是永久的，開 I-O；第一次用差異模式時檔案還不存在，
      *    先建一個空的
           if snapshot-maintained
               open i-o extract-snapshot-file
               if ws-empsnp-status = '35'
                   open output extract-snapshot-file
                   close extract-snapshot-file
                   open i-o extract-snapshot-file
               end-if
               move ws-empsnp-status to ws-file-check-status
               move 'EXTRACT-SNAPSHOT-FILE OPEN' to ws-file-check-desc
               perform 0115-check-open-status
               set empsnp-is-open to true
           end-if.

           if files-already-opened

      *    每個部門在分隔符號檔裡自成一個 H...D...T 區塊；上次沒跑完的
      *    部門這次整個從頭重抽，所以一律重新寫 H 記錄
           if delta-extract-mode
               perform 0113-write-delta-header
           else
               if delimited-extract-mode
                   perform 0112-write-delimited-header
               end-if
           end-if.

           perform 0130-load-corrections.
           end-string.
           write delimited-record.

      *-----------------------------------------------------------------------
      * 0113 - 差異檔的控制表頭記錄：跟完整檔同一個格式 H|執行日期|部門
      *-----------------------------------------------------------------------
       0113-write-delta-header.
           string
               'H' '|' ws-run-date-display '|' ws-department-code
               delimited by size
               into delta-record
           end-string.
           write delta-record.

      *-----------------------------------------------------------------------
      * 0105 - 讀營運參數控制檔（選用）：檔案不在或欄位不是數字就維持
      *         程式內建的預設值

      *-----------------------------------------------------------------------
      * 0107 - 輸出檔名帶上 stream 編號（ERRLOGn.TXT、EMPOUTn.TXT、
      *         EMPDLMn.TXT、EMPDLTn.TXT、EMPRPTn.TXT），平行的 stream job 各寫各的
      *         輸出，0100 的 run-unit open-extend 邏輯才不會跨 job 相撞
      *-----------------------------------------------------------------------
       0107-set-stream-file-names.
               delimited by size
               into ws-emprpt-file-name
           end-string.
           string
               'EMPDLT' ws-stream-id '.TXT'
               delimited by size
               into ws-empdlt-file-name
           end-string.

      *-----------------------------------------------------------------------
      * 0115 - 共用的開檔檢查：STATUS 不是 '00' 就記錄錯誤並清乾淨地結束
               delimited by size
               into ws-run-date-display
           end-string.
           move ws-current-date-long(1:14) to ws-snap-run-stamp.

      *-----------------------------------------------------------------------
      * 0125 - 部門代碼必須存在於部門主檔且仍為 active，否則清乾淨地 abend；
      *         跑的途中由 0440 的 checkpoint 重新接手
      *-----------------------------------------------------------------------
       0120-check-restart.
           move space to ws-prior-extract-mode.
           move 'N' to ws-prior-incomplete.
           move ws-department-code to restart-department.
           read restart-control-file
               invalid key
                   continue
           end-read.
           if ws-emprst-status = '00'
               move restart-extract-mode to ws-prior-extract-mode
               if restart-in-progress = 'Y'
                   set prior-run-incomplete to true
                   string
                       'PRIOR RUN INCOMPLETE DEPT ' ws-department-code
                       ' - FULL RE-EXTRACT'
                   end-rewrite
               end-if
           end-if.
           if delta-extract-mode
               perform 0122-check-delta-baseline
           end-if.
           if snapshot-maintained
               perform 0124-mark-snapshot-run-started
           end-if.

      *-----------------------------------------------------------------------
      * 0122 - 差異模式要有一份可信的快照才能比：上次沒跑完（快照可能
      *         已經更新了一半，倉儲卻把不完整的區塊擋掉了）、或上次
      *         不是差異/重送（快照沒跟著維護，或這個部門第一次走差異
      *         模式），這次自動改成完整重送並重建快照
      *-----------------------------------------------------------------------
       0122-check-delta-baseline.
           if prior-run-incomplete
               or (ws-prior-extract-mode not = 'D'
                   and ws-prior-extract-mode not = 'R')
               move 'R' to ws-delta-mode
               string
                   'NO USABLE SNAPSHOT FOR DELTA DEPT '
                   ws-department-code
                   ' - FULL REFRESH THIS RUN'
                   delimited by size
                   into error-log-record
               end-string
               write error-log-record
           end-if.

      *-----------------------------------------------------------------------
      * 0124 - 會動到快照的執行一開始就把 in-progress 標起來：第一個
      *         checkpoint 之前 abend 的話，快照已經改了一部分，下一晚
      *         0122 才看得出來要重送（抽出計數從 0 開始，0470 的鎖定
      *         衝突復原讀到這個標記也是從頭重開 cursor）
      *-----------------------------------------------------------------------
       0124-mark-snapshot-run-started.
           move ws-department-code to restart-department.
           move 0 to restart-last-employee-number.
           move 'Y' to restart-in-progress.
           move 0 to restart-extract-count.
           move 0 to restart-hash-total.
           move ws-delta-mode to restart-extract-mode.
           move 0 to restart-delta-count.
           move 0 to restart-delta-hash.
           rewrite restart-control-record
               invalid key
                   write restart-control-record
           end-rewrite.

      *-----------------------------------------------------------------------
      * 0130 - 載入已覆核未套用（status 'A'）的更正進表裡；檔案保持開著，
               if not row-was-deleted
                   and employee-number > ws-last-written-employee
                   if delimited-extract-mode
                       if snapshot-maintained
                           perform 0416-compare-snapshot
                       end-if
                       if not delta-extract-mode
                           perform 0415-write-delimited-detail
                       end-if
                   else
                       move employee-number to extract-employee-number
                       move employee-name to extract-employee-name
           end-string.
           write delimited-record.

      *-----------------------------------------------------------------------
      * 0416 - 跟快照比：快照裡沒有的是新增（A），有但任一欄位不同的是
      *         異動（C），差異模式才寫 D 記錄；不管有沒有變都把今晚的
      *         值與時間戳記蓋回快照，收尾的 0292 才認得出誰還在。
      *         完整重送的晚上只重建快照、不寫差異
      *-----------------------------------------------------------------------
       0416-compare-snapshot.
           move ws-department-code to snap-department.
           move employee-number to snap-employee-number.
           read extract-snapshot-file
               invalid key
                   continue
           end-read.
           if ws-empsnp-status = '00'
               move 'N' to ws-snap-changed
               if snap-employee-name not = employee-name
                   or snap-employee-department not = employee-department
                   or snap-hire-date not = employee-hire-date
                   or snap-job-title not = employee-job-title
                   or snap-status not = employee-status
                   set snapshot-row-changed to true
               end-if
               perform 0417-move-row-to-snapshot
               rewrite extract-snapshot-record
                   invalid key
                       perform 0419-log-snapshot-error
               end-rewrite
               if delta-extract-mode and snapshot-row-changed
                   move 'C' to ws-change-type
                   add 1 to ws-delta-change-count
                   perform 0418-write-delta-detail
               end-if
           else
               perform 0417-move-row-to-snapshot
               write extract-snapshot-record
                   invalid key
                       perform 0419-log-snapshot-error
               end-write
               if delta-extract-mode
                   move 'A' to ws-change-type
                   add 1 to ws-delta-add-count
                   perform 0418-write-delta-detail
               end-if
           end-if.

       0417-move-row-to-snapshot.
           move ws-department-code to snap-department.
           move employee-number to snap-employee-number.
           move employee-name to snap-employee-name.
           move employee-department to snap-employee-department.
           move employee-hire-date to snap-hire-date.
           move employee-job-title to snap-job-title.
           move employee-status to snap-status.
           move ws-snap-run-stamp to snap-seen-stamp.
           move ws-run-date-display to snap-run-date.

      *-----------------------------------------------------------------------
      * 0418 - 差異檔的明細記錄：
      *         D|異動別|員工編號|姓名|部門|到職日|職稱|狀態
      *         筆數與 hash 只算實際寫進差異檔的 D 記錄，T 記錄才對得上
      *-----------------------------------------------------------------------
       0418-write-delta-detail.
           string
               'D' '|' ws-change-type
               '|' employee-number
               '|' employee-name
               '|' employee-department
               '|' employee-hire-date
               '|' employee-job-title
               '|' employee-status
               delimited by size
               into delta-record
           end-string.
           write delta-record.
           add 1 to ws-delta-count.
           add employee-number to ws-delta-hash.

      *-----------------------------------------------------------------------
      * 0419 - 快照寫不進去不擋抽檔（這一列已經照送了），但下一晚的
      *         比對會失真 -- 記 warning，0455 在 restart 記錄的送法
      *         記成不是 D/R，下一晚 0122 就自動改成完整重送
      *-----------------------------------------------------------------------
       0419-log-snapshot-error.
           string
               'WARNING - SNAPSHOT WRITE FAILED EMP='
               snap-employee-number
               ' FILE-STATUS=' ws-empsnp-status
               delimited by size
               into error-log-record
           end-string.
           write error-log-record.
           move ws-department-code to log-msg-department.
           move 'W' to log-msg-severity.
           move spaces to log-msg-text.
           string
               'SNAPSHOT WRITE FAILED EMP=' snap-employee-number
               ' - FULL REFRESH NEXT RUN'
               delimited by size
               into log-msg-text
           end-string.
           perform 0970-log-ops-message.
           set snapshot-is-suspect to true.
           move 8 to return-code.

       0420-fetch-next-row.
           set retry-is-eligible to true.
           exec sql
           move 'Y' to restart-in-progress.
           move ws-extract-count to restart-extract-count.
           move ws-employee-hash to restart-hash-total.
           perform 0455-set-restart-delta-fields.
           rewrite restart-control-record
               invalid key
                   write restart-control-record
           end-rewrite.

      *-----------------------------------------------------------------------
      * 0455 - restart 記錄的送法與差異檔累計；完整送出的部門記 'F'，
      *         差異欄位清零。快照有寫不進去的（0419）：差異照送了記
      *         'S'（AckRecon 照差異對帳），完整重送記 'F'，下一晚都
      *         不會拿這份快照來比
      *-----------------------------------------------------------------------
       0455-set-restart-delta-fields.
           evaluate true
               when not snapshot-maintained
                   move 'F' to restart-extract-mode
               when not snapshot-is-suspect
                   move ws-delta-mode to restart-extract-mode
               when ws-delta-mode = 'D'
                   move 'S' to restart-extract-mode
               when other
                   move 'F' to restart-extract-mode
           end-evaluate.
           move ws-delta-count to restart-delta-count.
           move ws-delta-hash to restart-delta-hash.

      *-----------------------------------------------------------------------
      * 0250/0260/0270 - 排版輸出的名冊報表（標題、明細、分頁、總計）
      *-----------------------------------------------------------------------
               write report-line
           end-if.

           if delta-extract-mode
               perform 0275-print-delta-totals
           end-if.
           if refresh-extract-mode
               move spaces to report-line
               string
                   'WAREHOUSE EXTRACT: FULL REFRESH - SNAPSHOT REBUILT'
                   delimited by size
                   into report-line
               end-string
               write report-line
           end-if.

      *-----------------------------------------------------------------------
      * 0275 - 差異模式的名冊表尾多印一行送出的差異筆數（新增/異動/
      *         移出），名冊本身照樣列整個部門
      *-----------------------------------------------------------------------
       0275-print-delta-totals.
           move spaces to report-line.
           move ws-delta-count to ws-numeric-edit-7.
           string
               'WAREHOUSE EXTRACT: DELTA RECORDS ' ws-numeric-edit-7
               delimited by size
               into report-line
           end-string.
           move ws-delta-add-count to ws-numeric-edit-7.
           string
               '  ADDED ' ws-numeric-edit-7
               delimited by size
               into report-line(41:)
           end-string.
           move ws-delta-change-count to ws-numeric-edit-7.
           string
               '  CHANGED ' ws-numeric-edit-7
               delimited by size
               into report-line(56:)
           end-string.
           move ws-delta-drop-count to ws-numeric-edit-7.
           string
               '  DROPPED ' ws-numeric-edit-7
               delimited by size
               into report-line(73:)
           end-string.
           write report-line.

      *-----------------------------------------------------------------------
      * 0280 - 收尾時把這次 run 套用的更正印成稽核名冊（audit register），
      *         一筆一行：員工編號、姓名、舊部門、新部門、時間戳記
      * 0900 - 收尾：關閉 cursor、最後 COMMIT、清除 restart 標記、收檔
      *-----------------------------------------------------------------------
       0900-terminate.
      *    快照掃描要排在表尾之前：移出的員工也算進差異檔的筆數
           if snapshot-maintained
               perform 0292-sweep-snapshot
           end-if.
           perform 0270-print-report-trailer.
           if ws-audit-total > 0
               perform 0280-print-audit-register
           end-if.
           if delta-extract-mode
               perform 0295-write-delta-trailer
           else
               if delimited-extract-mode
                   perform 0290-write-delimited-trailer
               end-if
           end-if.

           exec sql
           move 'N' to restart-in-progress.
           move ws-extract-count to restart-extract-count.
           move ws-employee-hash to restart-hash-total.
           perform 0455-set-restart-delta-fields.
           rewrite restart-control-record
               invalid key
                   write restart-control-record
           move ws-extract-count to ls-extract-count.
           move ws-correction-count to ls-correction-count.
           move ws-discrepancy-flag to ls-discrepancy-flag.
           if snapshot-maintained
               move ws-delta-mode to ls-extract-mode-used
           else
               move 'F' to ls-extract-mode-used
           end-if.
           move ws-delta-count to ls-delta-count.

      *-----------------------------------------------------------------------
      * 0290 - 分隔符號檔的控制表尾記錄：T|筆數|員工編號hash total，
           end-string.
           write delimited-record.

      *-----------------------------------------------------------------------
      * 0295 - 差異檔的控制表尾記錄：T|差異筆數|差異員工編號hash total，
      *         寬度跟完整檔的 T 記錄一樣
      *-----------------------------------------------------------------------
       0295-write-delta-trailer.
           string
               'T' '|' ws-delta-count '|' ws-delta-hash
               delimited by size
               into delta-record
           end-string.
           write delta-record.

      *-----------------------------------------------------------------------
      * 0292 - 收尾掃這個部門（員工編號區間內）的快照：時間戳記不是這次
      *         的，就是今晚抽出結果裡不見了的員工。差異模式查 EMPLOYEE
      *         現況決定異動別寫一筆移出記錄（0294），兩種模式都把快照
      *         刪掉，下一晚才不會重複報
      *-----------------------------------------------------------------------
       0292-sweep-snapshot.
           move 'N' to ws-snap-sweep-done.
           move ws-department-code to snap-department.
           move ws-employee-low to snap-employee-number.
           start extract-snapshot-file
               key >= snap-key
               invalid key
                   set snapshot-sweep-done to true
           end-start.
           perform until snapshot-sweep-done
               read extract-snapshot-file next
                   at end
                       set snapshot-sweep-done to true
               end-read
               if not snapshot-sweep-done
                   if ws-empsnp-status not = '00'
                       or snap-department not = ws-department-code
                       or snap-employee-number > ws-employee-high
                       set snapshot-sweep-done to true
                   else
                       if snap-seen-stamp not = ws-snap-run-stamp
                           perform 0293-drop-snapshot-row
                       end-if
                   end-if
               end-if
           end-perform.

       0293-drop-snapshot-row.
           if delta-extract-mode
               perform 0294-write-drop-record
           end-if.
           delete extract-snapshot-file
               invalid key
                   perform 0419-log-snapshot-error
           end-delete.

      *-----------------------------------------------------------------------
      * 0294 - 移出記錄：EMPLOYEE 裡還在但部門不同是調出（O，部門欄
      *         帶新部門），狀態 T 是離職、L 是留停（只算在職的部門才
      *         會因此移出），查不到或其他原因一律 X；姓名/到職日/職稱
      *         帶快照裡最後一次送出的值
      *-----------------------------------------------------------------------
       0294-write-drop-record.
           move snap-employee-number to ws-drop-employee-number.
           move snap-employee-department to ws-drop-department.
           move snap-status to ws-drop-status.
           exec sql
               select EMPLOYEE_DEPARTMENT, EMPLOYEE_STATUS
                 into :ws-drop-department, :ws-drop-status
                 from EMPLOYEE
                where EMPLOYEE_NUMBER = :ws-drop-employee-number
           end-exec.
           move 'SELECT DROPPED EMPLOYEE' to ws-statement-desc.
           perform 0910-check-sqlcode.
           evaluate true
               when sqlcode = 100
                   move 'X' to ws-change-type
                   move snap-employee-department to ws-drop-department
                   move snap-status to ws-drop-status
               when ws-drop-department not = ws-department-code
                   move 'O' to ws-change-type
               when ws-drop-status = 'T'
                   move 'T' to ws-change-type
               when ws-drop-status = 'L'
                   move 'L' to ws-change-type
               when other
                   move 'X' to ws-change-type
           end-evaluate.
           string
               'D' '|' ws-change-type
               '|' snap-employee-number
               '|' snap-employee-name
               '|' ws-drop-department
               '|' snap-hire-date
               '|' snap-job-title
               '|' ws-drop-status
               delimited by size
               into delta-record
           end-string.
           write delta-record.
           add 1 to ws-delta-count.
           add snap-employee-number to ws-delta-hash.
           add 1 to ws-delta-drop-count.

      *-----------------------------------------------------------------------
      * 0945 - 每個部門跑完 append 一筆執行統計到歷史檔，EmpTrend 的趨勢
      *         報表靠這個；寫不進去不擋名冊，記 warning 就好
               close pending-corrections-file
               move 'N' to ws-corrk-open
           end-if.
           if empdlt-is-open
               close delta-extract-file
               move 'N' to ws-empdlt-open
           end-if.
           if empsnp-is-open
               close extract-snapshot-file
               move 'N' to ws-empsnp-open
           end-if.
