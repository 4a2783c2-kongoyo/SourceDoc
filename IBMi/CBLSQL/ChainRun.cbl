      *-----------------------------------------------------------------------
      * 程式名稱：ChainRun.cob
      * 程式說明：夜間批次的 job chain 控制程式。讀 chain 定義檔
      *           CHAINDEF.TXT（一個 step 一行：step id、要 CALL 的程式、
      *           參數、能接受的前置 step 最差 RC、前置 step），依檔案
      *           順序逐 step CALL：前置 step 都完成而且 RC 都在這個
      *           step 能接受的範圍內才跑，不然這個 step 擋下來（'H'），
      *           後面靠它的 step 也一路擋下來 -- HRFEED.TXT 載壞了不會
      *           再有名冊抽出去抽載一半的資料。每個 step 的開始、結束
      *           與 RC 都回寫永久的 CHAINSTP 檔，EmpMonitor 畫面上看得到
      *           這一輪 chain 跑到哪。
      *           RC 太差擋住後面的前置 step 標成失敗（'F'），跟 RC=16
      *           的 step 一樣。這一輪沒有全部完成時，修好之後重新提交
      *           本程式就會接著同一輪跑：已完成的 step 不重跑，從失敗
      *           或被擋的 step 開始，不用整晚重來。上一輪全部完成才會
      *           起新的一輪。
      *           step 一個接一個在本 job 裡 CALL（每個 step 跑完 CANCEL，
      *           下一次 CALL 從初始狀態開始），同一時間不要提交兩個
      *           ChainRun。每輪結果印 CHAINRPT.TXT；沒跑完的 chain
      *           寫 OPSMSG 並以 RC=8（有 step RC=16 時 RC=16）結束。
      *-----------------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ChainRun.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT chain-definition-file
               ASSIGN TO "CHAINDEF.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-chndef-status.

           SELECT chain-step-file
               ASSIGN TO "CHAINSTP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cstp-key
               FILE STATUS IS ws-chnstp-status.

           SELECT chain-report-file
               ASSIGN TO "CHAINRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-chnrpt-status.

       DATA DIVISION.
       FILE SECTION.
       FD  chain-definition-file.
      *    chain 定義記錄配置，欄位說明見 CHAINDEF.cpy
           COPY CHAINDEF.

       FD  chain-step-file.
      *    chain 執行記錄配置與 EmpMonitor 共用同一份 copybook
           COPY CHAINSTP.

       FD  chain-report-file.
       01  chain-report-line           pic x(132).

       WORKING-STORAGE SECTION.
       01  ws-chndef-status         pic x(2).
       01  ws-chnstp-status         pic x(2).
       01  ws-chnrpt-status         pic x(2).

       01  ws-definition-valid      pic x(1) value 'Y'.
           88  definition-is-valid          value 'Y'.
       01  ws-definition-error      pic x(60) value spaces.

      *    chain 定義載進表裡（依檔案順序），每個 step 這一輪的狀態
      *    也放在這裡，回寫 CHAINSTP 時整筆從表組出來
       01  chain-step-table.
           05  chain-step-entry occurs 50 times
               indexed by cs-idx.
               10  cs-step-id            pic x(10).
               10  cs-program            pic x(12).
               10  cs-step-parm          pic x(1).
               10  cs-max-rc             pic 9(2).
               10  cs-predecessor-entry occurs 4 times
                   indexed by pred-idx.
                   15  cs-predecessor        pic x(10).
      *            前置 step 在表上的位置（載入時解好）
                   15  cs-predecessor-index  pic 9(3).
               10  cs-status             pic x(1).
                   88  cs-complete                  value 'C'.
                   88  cs-failed                    value 'F'.
                   88  cs-held                      value 'H'.
               10  cs-return-code        pic 9(2).
               10  cs-attempts           pic 9(3).
               10  cs-start-stamp        pic x(14).
               10  cs-end-stamp          pic x(14).
               10  cs-held-by            pic x(10).
       01  ws-step-total            pic 9(3) value 0.
       01  ws-step-limit            pic 9(3) value 50.
       01  ws-find-step-id          pic x(10).
       01  ws-find-index            pic 9(3) value 0.
       01  ws-update-index          pic 9(3) value 0.
       01  ws-pred-number           pic 9(3) value 0.
       01  ws-pred-sub              pic 9(1) value 0.

      *    這一輪 chain（新起的，或接著跑的上一輪）
       01  ws-run-id                pic x(14) value spaces.
       01  ws-run-start-stamp       pic x(14) value spaces.
       01  ws-run-attempts          pic 9(3) value 0.
       01  ws-run-resumed           pic x(1) value 'N'.
           88  run-is-resumed               value 'Y'.
       01  ws-latest-run-id         pic x(14) value spaces.
       01  ws-latest-run-status     pic x(1) value space.
       01  ws-scan-done             pic x(1) value 'N'.
           88  scan-is-done                 value 'Y'.

      *    正在判斷/執行的 step
       01  ws-hold-step             pic x(1) value 'N'.
           88  step-must-hold               value 'Y'.
       01  ws-hold-reason           pic x(50) value spaces.
       01  ws-call-program          pic x(12).
       01  ws-call-parm             pic x(1).
       01  ws-call-rc               pic 9(2) value 0.
       01  ws-program-missing       pic x(1) value 'N'.
           88  program-is-missing           value 'Y'.
       01  ws-result-text           pic x(50) value spaces.

       01  ws-ran-count             pic 9(3) value 0.
       01  ws-earlier-count         pic 9(3) value 0.
       01  ws-failed-count          pic 9(3) value 0.
       01  ws-held-count            pic 9(3) value 0.
       01  ws-worst-rc              pic 9(2) value 0.
       01  ws-abend-seen            pic x(1) value 'N'.
           88  step-abend-seen              value 'Y'.
       01  ws-restart-step          pic x(10) value spaces.

       01  ws-current-date-long     pic x(21).
       01  ws-run-date-display      pic x(10).
       01  ws-stamp-long            pic x(21).
       01  ws-stamp-in              pic x(14).
       01  ws-stamp-display         pic x(14).

       01  ws-numeric-edit-3        pic zz9.
       01  ws-numeric-edit-rc       pic z9.
       01  ws-numeric-edit-rc2      pic z9.

      *    營運訊息登錄（CALL 'OpsLog'）的參數記錄，欄位說明見
      *    OPSMSGP.cpy；失敗的 step 與沒跑完的 chain 除了報表外都多留
      *    一份在永久的 OPSMSG 檔
           COPY OPSMSGP REPLACING ==:TAG:== BY ==log==.

      *-----------------------------------------------------------------------
       PROCEDURE DIVISION.
       begin.
           perform 0100-initialize.
           perform 0150-load-chain-definition.
           if definition-is-valid
               perform 0200-establish-run
               perform 0300-run-steps
           end-if.
           perform 0900-terminate.
           goback.

      *-----------------------------------------------------------------------
      * 0100 - 初始化：開檔（執行記錄檔第一次用不存在就建起來）、取得
      *         執行日期、印報表表頭
      *-----------------------------------------------------------------------
       0100-initialize.
      *    執行記錄檔是永久累積的，開 I-O，絕對不能 OPEN OUTPUT
           open i-o chain-step-file.
           if ws-chnstp-status = '35'
               open output chain-step-file
               close chain-step-file
               open i-o chain-step-file
           end-if.
           if ws-chnstp-status not = '00'
               display 'CHAINRUN ABEND - OPEN FAILED ON '
                   'CHAINSTP STATUS=' ws-chnstp-status
               move spaces to log-msg-department
               move 'A' to log-msg-severity
               move 'OPEN FAILED ON CHAINSTP - CHAIN NOT STARTED'
                   to log-msg-text
               perform 0950-log-ops-message
               move 16 to return-code
               goback
           end-if.

           open output chain-report-file.
           if ws-chnrpt-status not = '00'
               display 'CHAINRUN ABEND - OPEN FAILED ON '
                   'CHAINRPT.TXT STATUS=' ws-chnrpt-status
               move spaces to log-msg-department
               move 'A' to log-msg-severity
               move 'OPEN FAILED ON CHAINRPT.TXT - CHAIN NOT STARTED'
                   to log-msg-text
               perform 0950-log-ops-message
               close chain-step-file
               move 16 to return-code
               goback
           end-if.

           move function current-date to ws-current-date-long.
           string
               ws-current-date-long(5:2) '/'
               ws-current-date-long(7:2) '/'
               ws-current-date-long(1:4)
               delimited by size
               into ws-run-date-display
           end-string.

           move spaces to chain-report-line.
           string
               'NIGHTLY JOB CHAIN'
               '  RUN DATE: ' ws-run-date-display
               delimited by size
               into chain-report-line
           end-string.
           write chain-report-line.

      *-----------------------------------------------------------------------
      * 0150 - 載入 chain 定義：step id 不能重複、程式名稱必填、可接受
      *         RC 兩位數字、前置 step 必須寫在前面（順序與不能繞圈都
      *         靠這一條）。定義有錯整條 chain 不起跑
      *-----------------------------------------------------------------------
       0150-load-chain-definition.
           open input chain-definition-file.
           if ws-chndef-status not = '00'
               move 'N' to ws-definition-valid
               move 'CHAINDEF.TXT NOT AVAILABLE' to ws-definition-error
           else
               perform until ws-chndef-status not = '00'
                   or not definition-is-valid
                   read chain-definition-file
                   if ws-chndef-status = '00'
                       and chd-step-id not = spaces
                       perform 0160-validate-definition
                       if definition-is-valid
                           perform 0165-add-step
                       end-if
                   end-if
               end-perform
               close chain-definition-file
           end-if.

           if definition-is-valid
               and ws-step-total = 0
               move 'N' to ws-definition-valid
               move 'NO STEPS DEFINED IN CHAINDEF.TXT'
                   to ws-definition-error
           end-if.

           if not definition-is-valid
               move spaces to chain-report-line
               write chain-report-line
               move spaces to chain-report-line
               string
                   'CHAIN DEFINITION REJECTED - ' ws-definition-error
                   delimited by size
                   into chain-report-line
               end-string
               write chain-report-line
               display 'CHAINRUN ABEND - CHAIN DEFINITION REJECTED - '
                   ws-definition-error
               move spaces to log-msg-department
               move 'A' to log-msg-severity
               move spaces to log-msg-text
               string
                   'CHAIN NOT STARTED - ' ws-definition-error
                   delimited by size
                   into log-msg-text
               end-string
               perform 0950-log-ops-message
           end-if.

       0160-validate-definition.
           evaluate true
               when ws-step-total >= ws-step-limit
                   move 'N' to ws-definition-valid
                   move 'MORE THAN 50 STEPS DEFINED'
                       to ws-definition-error
               when chd-program = spaces
                   move 'N' to ws-definition-valid
                   string
                       'NO PROGRAM FOR STEP ' chd-step-id
                       delimited by size
                       into ws-definition-error
                   end-string
               when chd-max-rc not numeric
                   move 'N' to ws-definition-valid
                   string
                       'MAX RC NOT 2 DIGITS FOR STEP ' chd-step-id
                       delimited by size
                       into ws-definition-error
                   end-string
               when other
                   move chd-step-id to ws-find-step-id
                   perform 0170-find-step
                   if ws-find-index > 0
                       move 'N' to ws-definition-valid
                       string
                           'DUPLICATE STEP ' chd-step-id
                           delimited by size
                           into ws-definition-error
                       end-string
                   end-if
           end-evaluate.

           if definition-is-valid
               perform varying ws-pred-sub from 1 by 1
                   until ws-pred-sub > 4
                   or not definition-is-valid
                   if chd-predecessor(ws-pred-sub) not = spaces
                       move chd-predecessor(ws-pred-sub)
                           to ws-find-step-id
                       perform 0170-find-step
                       if ws-find-index = 0
                           move 'N' to ws-definition-valid
                           string
                               'PREDECESSOR '
                               chd-predecessor(ws-pred-sub)
                               ' NOT DEFINED ABOVE STEP ' chd-step-id
                               delimited by size
                               into ws-definition-error
                           end-string
                       end-if
                   end-if
               end-perform
           end-if.

       0165-add-step.
           add 1 to ws-step-total.
           set cs-idx to ws-step-total.
           move chd-step-id to cs-step-id(cs-idx).
           move chd-program to cs-program(cs-idx).
           move chd-step-parm to cs-step-parm(cs-idx).
           move chd-max-rc to cs-max-rc(cs-idx).
           perform varying pred-idx from 1 by 1
               until pred-idx > 4
               set ws-pred-sub to pred-idx
               move chd-predecessor(ws-pred-sub)
                   to cs-predecessor(cs-idx, pred-idx)
               move 0 to cs-predecessor-index(cs-idx, pred-idx)
               if chd-predecessor(ws-pred-sub) not = spaces
                   move chd-predecessor(ws-pred-sub)
                       to ws-find-step-id
                   perform 0170-find-step
                   move ws-find-index
                       to cs-predecessor-index(cs-idx, pred-idx)
               end-if
           end-perform.
           move 'W' to cs-status(cs-idx).
           move 0 to cs-return-code(cs-idx).
           move 0 to cs-attempts(cs-idx).
           move spaces to cs-start-stamp(cs-idx).
           move spaces to cs-end-stamp(cs-idx).
           move spaces to cs-held-by(cs-idx).

      *-----------------------------------------------------------------------
      * 0170 - 在已載入的 step 裡找 step id；找不到回 0。不用 cs-idx，
      *         呼叫端常常正拿著它
      *-----------------------------------------------------------------------
       0170-find-step.
           move 0 to ws-find-index.
           move 0 to ws-pred-number.
           perform until ws-pred-number >= ws-step-total
               or ws-find-index > 0
               add 1 to ws-pred-number
               if cs-step-id(ws-pred-number) = ws-find-step-id
                   move ws-pred-number to ws-find-index
               end-if
           end-perform.

      *-----------------------------------------------------------------------
      * 0200 - 決定這一輪：最新一輪 chain 沒有全部完成（失敗、被擋、或
      *         ChainRun 自己中途掛掉還標著執行中）就接著跑那一輪，不然
      *         起新的一輪
      *-----------------------------------------------------------------------
       0200-establish-run.
           perform 0210-find-latest-run.
           if ws-latest-run-id not = spaces
               and ws-latest-run-status not = 'C'
               perform 0220-resume-run
           else
               perform 0230-start-new-run
           end-if.

           move spaces to chain-report-line.
           write chain-report-line.
           move ws-run-start-stamp to ws-stamp-in.
           perform 0380-format-stamp.
           move ws-run-attempts to ws-numeric-edit-3.
           if run-is-resumed
               move spaces to chain-report-line
               string
                   'RESUMING CHAIN RUN STARTED ' ws-stamp-display
                   '  SUBMISSION ' ws-numeric-edit-3
                   ' - COMPLETED STEPS ARE NOT RERUN'
                   delimited by size
                   into chain-report-line
               end-string
           else
               move spaces to chain-report-line
               string
                   'NEW CHAIN RUN STARTED ' ws-stamp-display
                   delimited by size
                   into chain-report-line
               end-string
           end-if.
           write chain-report-line.

           move spaces to chain-report-line.
           write chain-report-line.
           move spaces to chain-report-line.
           string
               'STEP       PROGRAM       STARTED         '
               'ENDED           RC  RESULT'
               delimited by size
               into chain-report-line
           end-string.
           write chain-report-line.
           move spaces to chain-report-line.
           write chain-report-line.

      *    表頭記錄只在 step id 空白的那筆，key 依起跑時間排序
       0210-find-latest-run.
           move spaces to ws-latest-run-id.
           move space to ws-latest-run-status.
           move 'N' to ws-scan-done.
           move low-values to cstp-key.
           start chain-step-file
               key >= cstp-key
               invalid key
                   move 'Y' to ws-scan-done
           end-start.
           perform until scan-is-done
               read chain-step-file next
                   at end
                       move 'Y' to ws-scan-done
               end-read
               if not scan-is-done
                   if ws-chnstp-status not = '00'
                       move 'Y' to ws-scan-done
                   else
                       if cstp-step-id = spaces
                           and cstp-run-id > ws-latest-run-id
                           move cstp-run-id to ws-latest-run-id
                           move cstp-status to ws-latest-run-status
                       end-if
                   end-if
               end-if
           end-perform.

      *-----------------------------------------------------------------------
      * 0220 - 接著跑上一輪：表頭提交次數加一、改回執行中；每個 step
      *         取回上一次的狀態，完成的留著，其他的重新判斷。定義檔
      *         後來加的 step 補寫一筆等待中
      *-----------------------------------------------------------------------
       0220-resume-run.
           set run-is-resumed to true.
           move ws-latest-run-id to ws-run-id.
           move ws-latest-run-id to cstp-run-id.
           move spaces to cstp-step-id.
           read chain-step-file
               invalid key
                   continue
           end-read.
           move cstp-start-stamp to ws-run-start-stamp.
           if cstp-attempts numeric
               compute ws-run-attempts = cstp-attempts + 1
           else
               move 1 to ws-run-attempts
           end-if.
           perform 0360-update-run-header.

           perform varying cs-idx from 1 by 1
               until cs-idx > ws-step-total
               move ws-run-id to cstp-run-id
               move cs-step-id(cs-idx) to cstp-step-id
               read chain-step-file
                   invalid key
                       continue
               end-read
               if ws-chnstp-status = '00'
                   if cstp-complete
                       move 'C' to cs-status(cs-idx)
                   else
                       move 'W' to cs-status(cs-idx)
                   end-if
                   move cstp-return-code to cs-return-code(cs-idx)
                   move cstp-attempts to cs-attempts(cs-idx)
                   move cstp-start-stamp to cs-start-stamp(cs-idx)
                   move cstp-end-stamp to cs-end-stamp(cs-idx)
                   move spaces to cs-held-by(cs-idx)
                   set ws-update-index to cs-idx
                   perform 0350-update-step-record
               else
                   set ws-update-index to cs-idx
                   perform 0355-write-step-record
               end-if
           end-perform.

      *-----------------------------------------------------------------------
      * 0230 - 起新的一輪：run id 用現在的時間戳記，寫表頭與每個 step
      *         一筆等待中
      *-----------------------------------------------------------------------
       0230-start-new-run.
           move function current-date to ws-stamp-long.
           move ws-stamp-long(1:14) to ws-run-id.
           move ws-stamp-long(1:14) to ws-run-start-stamp.
           move 1 to ws-run-attempts.

           move ws-run-id to cstp-run-id.
           move spaces to cstp-step-id.
           move spaces to cstp-program.
           move 'R' to cstp-status.
           move ws-run-start-stamp to cstp-start-stamp.
           move spaces to cstp-end-stamp.
           move 0 to cstp-return-code.
           move ws-run-attempts to cstp-attempts.
           move spaces to cstp-held-by.
           move ws-run-date-display to cstp-run-date.
           write chain-step-record
               invalid key
                   continue
           end-write.
           perform 0240-check-step-write.

           perform varying cs-idx from 1 by 1
               until cs-idx > ws-step-total
               set ws-update-index to cs-idx
               perform 0355-write-step-record
           end-perform.

      *    執行記錄寫不進去，EmpMonitor 看不到也沒辦法續跑 -- 記 warning
      *    但不擋 chain，夜間批次本身比監看重要
       0240-check-step-write.
           if ws-chnstp-status not = '00'
               display 'CHAINRUN WARNING - CHAINSTP WRITE FAILED '
                   'STEP=' cstp-step-id ' STATUS=' ws-chnstp-status
               move spaces to log-msg-department
               move 'W' to log-msg-severity
               move spaces to log-msg-text
               string
                   'CHAINSTP WRITE FAILED STEP=' cstp-step-id
                   ' STATUS=' ws-chnstp-status
                   delimited by size
                   into log-msg-text
               end-string
               perform 0950-log-ops-message
           end-if.

      *-----------------------------------------------------------------------
      * 0300 - 依定義檔順序逐 step 處理
      *-----------------------------------------------------------------------
       0300-run-steps.
           perform varying cs-idx from 1 by 1
               until cs-idx > ws-step-total
               perform 0310-process-one-step
           end-perform.

       0310-process-one-step.
           if cs-complete(cs-idx)
               add 1 to ws-earlier-count
               if cs-return-code(cs-idx) > ws-worst-rc
                   move cs-return-code(cs-idx) to ws-worst-rc
               end-if
               move 'COMPLETED IN EARLIER SUBMISSION - NOT RERUN'
                   to ws-result-text
               perform 0370-print-step-line
           else
               perform 0320-check-predecessors
               if step-must-hold
                   perform 0330-hold-step
               else
                   perform 0340-run-step
               end-if
           end-if.

      *-----------------------------------------------------------------------
      * 0320 - 前置 step 都要完成，而且 RC 不能超過這個 step 能接受的
      *         範圍；RC 太差的前置 step 改標失敗，重新提交時它會重跑
      *-----------------------------------------------------------------------
       0320-check-predecessors.
           move 'N' to ws-hold-step.
           move spaces to ws-hold-reason.
           perform varying pred-idx from 1 by 1
               until pred-idx > 4
               or step-must-hold
               if cs-predecessor(cs-idx, pred-idx) not = spaces
                   move cs-predecessor-index(cs-idx, pred-idx)
                       to ws-pred-number
                   perform 0325-check-one-predecessor
               end-if
           end-perform.

       0325-check-one-predecessor.
           evaluate true
               when not cs-complete(ws-pred-number)
                   set step-must-hold to true
                   move cs-step-id(ws-pred-number)
                       to cs-held-by(cs-idx)
                   string
                       'HELD - ' cs-step-id(ws-pred-number)
                       ' DID NOT COMPLETE'
                       delimited by size
                       into ws-hold-reason
                   end-string
               when cs-return-code(ws-pred-number) > cs-max-rc(cs-idx)
                   set step-must-hold to true
                   move cs-step-id(ws-pred-number)
                       to cs-held-by(cs-idx)
                   move cs-return-code(ws-pred-number)
                       to ws-numeric-edit-rc
                   move cs-max-rc(cs-idx) to ws-numeric-edit-rc2
                   string
                       'HELD - ' cs-step-id(ws-pred-number)
                       ' RC ' ws-numeric-edit-rc
                       ' OVER LIMIT ' ws-numeric-edit-rc2
                       delimited by size
                       into ws-hold-reason
                   end-string
                   move 'F' to cs-status(ws-pred-number)
                   move ws-pred-number to ws-update-index
                   perform 0350-update-step-record
                   add 1 to ws-failed-count
                   move spaces to log-msg-department
                   move 'W' to log-msg-severity
                   move spaces to log-msg-text
                   string
                       'CHAIN STEP ' cs-step-id(cs-idx) ' '
                       ws-hold-reason
                       delimited by size
                       into log-msg-text
                   end-string
                   perform 0950-log-ops-message
               when other
                   continue
           end-evaluate.

       0330-hold-step.
           move 'H' to cs-status(cs-idx).
           set ws-update-index to cs-idx.
           perform 0350-update-step-record.
           add 1 to ws-held-count.
           move ws-hold-reason to ws-result-text.
           perform 0370-print-step-line.

      *-----------------------------------------------------------------------
      * 0340 - 跑一個 step：先標執行中（EmpMonitor 看得到），CALL，收
      *         RC，CANCEL（下一次 CALL 從初始狀態開始），回寫結果。
      *         RC=16 或程式找不到就是失敗
      *-----------------------------------------------------------------------
       0340-run-step.
           move 'R' to cs-status(cs-idx).
           add 1 to cs-attempts(cs-idx).
           move function current-date to ws-stamp-long.
           move ws-stamp-long(1:14) to cs-start-stamp(cs-idx).
           move spaces to cs-end-stamp(cs-idx).
           move 0 to cs-return-code(cs-idx).
           move spaces to cs-held-by(cs-idx).
           set ws-update-index to cs-idx.
           perform 0350-update-step-record.

           display 'CHAINRUN - STARTING STEP ' cs-step-id(cs-idx)
               ' PROGRAM ' cs-program(cs-idx).

           move cs-program(cs-idx) to ws-call-program.
           move cs-step-parm(cs-idx) to ws-call-parm.
           move 'N' to ws-program-missing.
      *    return-code 是整個 run unit 共用的 special register，上一個
      *    step 留下的值要先清掉，這次 CALL 完讀到的才是這個 step 的
           move 0 to return-code.
           if ws-call-parm = space
               call ws-call-program
                   on exception
                       set program-is-missing to true
               end-call
           else
               call ws-call-program using ws-call-parm
                   on exception
                       set program-is-missing to true
               end-call
           end-if.
           move return-code to ws-call-rc.
           if not program-is-missing
               cancel ws-call-program
           end-if.

           move function current-date to ws-stamp-long.
           move ws-stamp-long(1:14) to cs-end-stamp(cs-idx).
           add 1 to ws-ran-count.

           evaluate true
               when program-is-missing
                   move 16 to cs-return-code(cs-idx)
                   move 'F' to cs-status(cs-idx)
                   move 'FAILED - PROGRAM NOT FOUND' to ws-result-text
               when ws-call-rc >= 16
                   move ws-call-rc to cs-return-code(cs-idx)
                   move 'F' to cs-status(cs-idx)
                   move 'FAILED' to ws-result-text
               when other
                   move ws-call-rc to cs-return-code(cs-idx)
                   move 'C' to cs-status(cs-idx)
                   move 'COMPLETED' to ws-result-text
           end-evaluate.
           set ws-update-index to cs-idx.
           perform 0350-update-step-record.

           if cs-return-code(cs-idx) > ws-worst-rc
               move cs-return-code(cs-idx) to ws-worst-rc
           end-if.

           if cs-failed(cs-idx)
               add 1 to ws-failed-count
               set step-abend-seen to true
               move spaces to log-msg-department
               move 'A' to log-msg-severity
               move cs-return-code(cs-idx) to ws-numeric-edit-rc
               move spaces to log-msg-text
               string
                   'CHAIN STEP ' cs-step-id(cs-idx) ' '
                   cs-program(cs-idx) ' ENDED RC=' ws-numeric-edit-rc
                   ' ' ws-result-text
                   delimited by size
                   into log-msg-text
               end-string
               perform 0950-log-ops-message
           end-if.

           display 'CHAINRUN - STEP ' cs-step-id(cs-idx)
               ' ENDED RC=' cs-return-code(cs-idx).
           perform 0370-print-step-line.

      *-----------------------------------------------------------------------
      * 0350 - 表上第 ws-update-index 個 step 整筆回寫 CHAINSTP
      *         （dynamic 存取，REWRITE 不用先 READ）；0355 寫新的一筆
      *-----------------------------------------------------------------------
       0350-update-step-record.
           perform 0358-build-step-record.
           rewrite chain-step-record
               invalid key
                   continue
           end-rewrite.
           perform 0240-check-step-write.

       0355-write-step-record.
           perform 0358-build-step-record.
           write chain-step-record
               invalid key
                   continue
           end-write.
           perform 0240-check-step-write.

       0358-build-step-record.
           move ws-run-id to cstp-run-id.
           move cs-step-id(ws-update-index) to cstp-step-id.
           move cs-program(ws-update-index) to cstp-program.
           move cs-status(ws-update-index) to cstp-status.
           move cs-start-stamp(ws-update-index) to cstp-start-stamp.
           move cs-end-stamp(ws-update-index) to cstp-end-stamp.
           move cs-return-code(ws-update-index) to cstp-return-code.
           move cs-attempts(ws-update-index) to cstp-attempts.
           move cs-held-by(ws-update-index) to cstp-held-by.
           move ws-run-date-display to cstp-run-date.

      *-----------------------------------------------------------------------
      * 0360 - 表頭回寫：這一輪的狀態、最差 RC、提交次數
      *-----------------------------------------------------------------------
       0360-update-run-header.
           move ws-run-id to cstp-run-id.
           move spaces to cstp-step-id.
           move spaces to cstp-program.
           if ws-restart-step = spaces
               and ws-ran-count + ws-earlier-count = ws-step-total
               move 'C' to cstp-status
           else
               if ws-ran-count + ws-earlier-count + ws-held-count
                   < ws-step-total
                   move 'R' to cstp-status
               else
                   move 'F' to cstp-status
               end-if
           end-if.
           move ws-run-start-stamp to cstp-start-stamp.
           if cstp-status = 'R'
               move spaces to cstp-end-stamp
           else
               move function current-date to ws-stamp-long
               move ws-stamp-long(1:14) to cstp-end-stamp
           end-if.
           move ws-worst-rc to cstp-return-code.
           move ws-run-attempts to cstp-attempts.
           move ws-restart-step to cstp-held-by.
           move ws-run-date-display to cstp-run-date.
           rewrite chain-step-record
               invalid key
                   continue
           end-rewrite.
           perform 0240-check-step-write.

       0370-print-step-line.
           move spaces to chain-report-line.
           move cs-step-id(cs-idx) to chain-report-line(1:10).
           move cs-program(cs-idx) to chain-report-line(12:12).
           move cs-start-stamp(cs-idx) to ws-stamp-in.
           perform 0380-format-stamp.
           move ws-stamp-display to chain-report-line(26:14).
           move cs-end-stamp(cs-idx) to ws-stamp-in.
           perform 0380-format-stamp.
           move ws-stamp-display to chain-report-line(42:14).
           if cs-start-stamp(cs-idx) not = spaces
               move cs-return-code(cs-idx) to ws-numeric-edit-rc
               move ws-numeric-edit-rc to chain-report-line(58:2)
           end-if.
           move ws-result-text to chain-report-line(62:50).
           write chain-report-line.

      *    YYYYMMDDHHMMSS 印成 MM/DD HH:MM:SS；空白照印空白
       0380-format-stamp.
           move spaces to ws-stamp-display.
           if ws-stamp-in not = spaces
               string
                   ws-stamp-in(5:2) '/' ws-stamp-in(7:2) ' '
                   ws-stamp-in(9:2) ':' ws-stamp-in(11:2) ':'
                   ws-stamp-in(13:2)
                   delimited by size
                   into ws-stamp-display
               end-string
           end-if.

      *-----------------------------------------------------------------------
      * 0900 - 收尾：表頭回寫這一輪的結果、印總計；沒跑完的 chain 指出
      *         重新提交會從哪個 step 開始並寫 OPSMSG
      *-----------------------------------------------------------------------
       0900-terminate.
           if definition-is-valid
               perform 0910-find-restart-step
               perform 0360-update-run-header
               perform 0920-print-totals
           end-if.

           close chain-step-file.
           close chain-report-file.

           display 'CHAINRUN COMPLETE - RAN: ' ws-ran-count
               ' FAILED: ' ws-failed-count
               ' HELD: ' ws-held-count
               ' WORST RC: ' ws-worst-rc.

           evaluate true
               when not definition-is-valid
                   move 16 to return-code
               when step-abend-seen
                   move 16 to return-code
               when ws-restart-step not = spaces
                   if ws-worst-rc > 8
                       move ws-worst-rc to return-code
                   else
                       move 8 to return-code
                   end-if
               when other
                   move ws-worst-rc to return-code
           end-evaluate.

      *    重新提交時第一個會重跑的 step（定義檔順序裡第一個沒完成的）
       0910-find-restart-step.
           move spaces to ws-restart-step.
           perform varying cs-idx from 1 by 1
               until cs-idx > ws-step-total
               or ws-restart-step not = spaces
               if not cs-complete(cs-idx)
                   move cs-step-id(cs-idx) to ws-restart-step
               end-if
           end-perform.

       0920-print-totals.
           move spaces to chain-report-line.
           write chain-report-line.

           move ws-ran-count to ws-numeric-edit-3.
           move spaces to chain-report-line.
           string
               'STEPS RUN THIS SUBMISSION:   ' ws-numeric-edit-3
               delimited by size
               into chain-report-line
           end-string.
           write chain-report-line.

           if run-is-resumed
               move ws-earlier-count to ws-numeric-edit-3
               move spaces to chain-report-line
               string
                   'STEPS COMPLETED EARLIER:     ' ws-numeric-edit-3
                   delimited by size
                   into chain-report-line
               end-string
               write chain-report-line
           end-if.

           move ws-failed-count to ws-numeric-edit-3.
           move spaces to chain-report-line.
           string
               'STEPS FAILED:                ' ws-numeric-edit-3
               delimited by size
               into chain-report-line
           end-string.
           write chain-report-line.

           move ws-held-count to ws-numeric-edit-3.
           move spaces to chain-report-line.
           string
               'STEPS HELD:                  ' ws-numeric-edit-3
               delimited by size
               into chain-report-line
           end-string.
           write chain-report-line.

           move ws-worst-rc to ws-numeric-edit-rc.
           move spaces to chain-report-line.
           string
               'WORST STEP RETURN CODE:       ' ws-numeric-edit-rc
               delimited by size
               into chain-report-line
           end-string.
           write chain-report-line.

           move spaces to chain-report-line.
           write chain-report-line.
           if ws-restart-step = spaces
               move spaces to chain-report-line
               string
                   'CHAIN COMPLETE'
                   delimited by size
                   into chain-report-line
               end-string
               write chain-report-line
           else
               move spaces to chain-report-line
               string
                   'CHAIN STOPPED - RESUBMIT CHAINRUN TO RESTART AT '
                   'STEP ' ws-restart-step
                   delimited by size
                   into chain-report-line
               end-string
               write chain-report-line
               move spaces to log-msg-department
               move 'W' to log-msg-severity
               move ws-held-count to ws-numeric-edit-3
               move spaces to log-msg-text
               string
                   'CHAIN STOPPED AT ' ws-restart-step
                   ' - ' ws-numeric-edit-3
                   ' STEP(S) HELD - RESUBMIT TO RESTART'
                   delimited by size
                   into log-msg-text
               end-string
               perform 0950-log-ops-message
           end-if.

      *-----------------------------------------------------------------------
      * 0950 - 營運訊息登錄：呼叫端先填部門/嚴重度/文字，這裡補程式名
      *         再 CALL OpsLog；登錄失敗由 OpsLog 自己吞掉
      *-----------------------------------------------------------------------
       0950-log-ops-message.
           move 'CHAINRUN' to log-msg-program.
           call 'OpsLog' using log-ops-message.
