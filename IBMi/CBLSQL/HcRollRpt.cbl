      *-----------------------------------------------------------------------
      * 程式名稱：HcRollRpt.cob
      * 程式說明：每月 headcount roll-forward 報表。逐部門算當月的在職
      *           人數變動：期初 + 新進 - 離職 + 調入 - 調出 - 留停 +
      *           復職 = 期末。新進/離職/留停/復職取 EmpFeedLoad 留在
      *           FEEDAUD 的 HR 異動，調入/調出取 SQLWithHold 與 DeptReorg
      *           留在 EMPAUDIT 的部門異動；兩個檔照 key（員工編號+時間
      *           戳記）合併，逐員工追每一筆異動當下的任職狀態，只有
      *           在職（'A'）的人進出才算。期末跟 EMPLOYEE 的即時在職
      *           人數（扣回期末之後的變動）以及 HRCTLTOT 的 HR 控制數
      *           比對，對不上的部門加註並寫 OPSMSG，月結不用再拉試算表。
      *           期初取 HCROLL 裡上個月的期末實際人數；沒有上個月的
      *           記錄就用期末實際人數倒推並註明。每個部門的結果寫回
      *           HCROLL 給下個月接。
      *           月份由 HCRQS.TXT 指定（YYYYMM）；沒有這個檔或空白就跑
      *           上個月，月初排程直接跑就好。報表印成 HCROLLRPT.TXT。
      *-----------------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HcRollRpt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT roll-request-file
               ASSIGN TO "HCRQS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-hcrqs-status.

           SELECT department-master-file
               ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS dept-code
               FILE STATUS IS ws-deptmst-status.

           SELECT employee-audit-file
               ASSIGN TO "EMPAUDIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS audit-key
               FILE STATUS IS ws-empaud-status.

           SELECT feed-audit-file
               ASSIGN TO "FEEDAUD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS fdau-key
               FILE STATUS IS ws-feedaud-status.

           SELECT control-total-file
               ASSIGN TO "HRCTLTOT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ct-department-code
               FILE STATUS IS ws-ctltot-status.

           SELECT headcount-roll-file
               ASSIGN TO "HCROLL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS hcr-key
               FILE STATUS IS ws-hcroll-status.

           SELECT roll-report-file
               ASSIGN TO "HCROLLRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-rollrpt-status.

       DATA DIVISION.
       FILE SECTION.
       FD  roll-request-file.
      *    要跑的月份一行：YYYYMM，空白 = 上個月
       01  roll-request-record.
           05  rqs-period               pic x(6).

       FD  department-master-file.
      *    部門主檔配置與 SQLWithHold / DeptMaint 共用同一份 copybook
           COPY DEPTREC.

       FD  employee-audit-file.
      *    稽核記錄配置與 SQLWithHold / DeptReorg 共用同一份 copybook
           COPY AUDREC.

       FD  feed-audit-file.
      *    HR 異動稽核記錄配置與 EmpFeedLoad 共用同一份 copybook
           COPY FEEDAUD.

       FD  control-total-file.
      *    HR 控制數配置與 CtlTotLoad / CtlTotMaint 共用同一份 copybook
           COPY CTLREC.

       FD  headcount-roll-file.
      *    每月變動記錄配置見 HCROLL.cpy
           COPY HCROLL.

       FD  roll-report-file.
       01  roll-report-line            pic x(132).

       WORKING-STORAGE SECTION.
      *    DB2 SQL Communication Area - 每次 EXEC SQL 後都要檢查
           COPY SQLCA.

       01  ws-statement-desc        pic x(30).

       01  ws-hcrqs-status          pic x(2).
       01  ws-deptmst-status        pic x(2).
       01  ws-empaud-status         pic x(2).
       01  ws-feedaud-status        pic x(2).
       01  ws-feedaud-present       pic x(1) value 'N'.
           88  feedaud-is-present           value 'Y'.
       01  ws-ctltot-status         pic x(2).
       01  ws-hcroll-status         pic x(2).
       01  ws-rollrpt-status        pic x(2).

       01  ws-request-valid         pic x(1) value 'Y'.
           88  request-is-valid             value 'Y'.
       01  ws-request-error         pic x(40) value spaces.

      *    報表月份與上一個月（期初要接的那個月）
       01  ws-period.
           05  ws-period-year       pic 9(4).
           05  ws-period-month      pic 9(2).
       01  ws-period-text redefines ws-period
                                    pic x(6).
       01  ws-prior-period.
           05  ws-prior-year        pic 9(4).
           05  ws-prior-month       pic 9(2).
       01  ws-prior-period-text redefines ws-prior-period
                                    pic x(6).

      *    月份展開成時間戳記區間，跟 fdau-timestamp / audit-timestamp
      *    直接比較（日給 31，小月份一樣適用）
       01  ws-stamp-low             pic x(14) value spaces.
       01  ws-stamp-high            pic x(14) value spaces.

       01  ws-audit-done            pic x(1) value 'N'.
           88  audit-is-done                value 'Y'.
       01  ws-feed-done             pic x(1) value 'N'.
           88  feed-is-done                 value 'Y'.
       01  ws-deptmst-eof           pic x(1) value 'N'.
           88  deptmst-at-eof               value 'Y'.

      *    合併時目前這個員工的任職狀態：兩個檔都依員工編號排，
      *    同一個員工的異動依時間順序進來，一路追下去就知道每一筆
      *    部門異動當下這個人是不是在職
       01  ws-cur-employee          pic 9(5) value 0.
       01  ws-cur-status            pic x(1) value space.
       01  ws-status-known          pic x(1) value 'N'.
           88  status-is-known              value 'Y'.
       01  ws-lookup-employee       pic 9(5) value 0.
       01  ws-lookup-status         pic x(1) value space.

      *    一筆異動拆成「前」「後」兩組部門/狀態再分類
       01  ws-mv-old-department     pic x(10).
       01  ws-mv-old-status         pic x(1).
       01  ws-mv-new-department     pic x(10).
       01  ws-mv-new-status         pic x(1).
       01  ws-mv-timestamp          pic x(14).
       01  ws-mv-kind               pic x(1).
           88  mv-hire                      value 'H'.
           88  mv-termination                value 'T'.
           88  mv-transfer-in               value 'I'.
           88  mv-transfer-out              value 'O'.
           88  mv-leave-start               value 'L'.
           88  mv-leave-return              value 'R'.
       01  ws-mv-post-period        pic x(1) value 'N'.
           88  mv-after-period              value 'Y'.

      *    部門表：部門主檔全部載進來，異動裡出現主檔沒有的部門再
      *    往後加；post-net 是期末之後到現在的淨變動，即時人數要扣回
      *    這個數才是期末當下的實際人數
       01  roll-department-table.
           05  roll-department-entry occurs 500 times
               indexed by hc-idx.
               10  hc-department         pic x(10).
               10  hc-on-master          pic x(1).
               10  hc-hires              pic 9(5).
               10  hc-terminations       pic 9(5).
               10  hc-transfers-in       pic 9(5).
               10  hc-transfers-out      pic 9(5).
               10  hc-leave-starts       pic 9(5).
               10  hc-leave-returns      pic 9(5).
               10  hc-post-net           pic s9(7).
       01  ws-dept-total            pic 9(5) value 0.
       01  ws-dept-dropped          pic 9(5) value 0.
       01  ws-find-department       pic x(10).
       01  ws-find-idx              pic 9(5) value 0.

      *    一個部門的 roll-forward
       01  ws-check-department      pic x(10) value spaces.
       01  ws-live-count            pic 9(7) value 0.
       01  ws-net-movement          pic s9(7) value 0.
       01  ws-opening               pic s9(7) value 0.
       01  ws-closing               pic s9(7) value 0.
       01  ws-actual                pic s9(7) value 0.
       01  ws-opening-derived       pic x(1) value 'N'.
           88  opening-was-derived          value 'Y'.
       01  ws-control-found         pic x(1) value 'N'.
           88  control-was-found            value 'Y'.
       01  ws-live-tied             pic x(1) value 'N'.
           88  live-is-tied                 value 'Y'.
       01  ws-control-tied          pic x(1) value 'N'.
           88  control-is-tied              value 'Y'.
       01  ws-status-display        pic x(24) value spaces.

      *    全部門合計
       01  ws-total-opening         pic s9(7) value 0.
       01  ws-total-hires           pic 9(7) value 0.
       01  ws-total-terminations    pic 9(7) value 0.
       01  ws-total-transfers-in    pic 9(7) value 0.
       01  ws-total-transfers-out   pic 9(7) value 0.
       01  ws-total-leave-starts    pic 9(7) value 0.
       01  ws-total-leave-returns   pic 9(7) value 0.
       01  ws-total-closing         pic s9(7) value 0.
       01  ws-total-actual          pic s9(7) value 0.
       01  ws-total-control         pic 9(7) value 0.

       01  ws-reported-count        pic 9(5) value 0.
       01  ws-tied-count            pic 9(5) value 0.
       01  ws-flagged-count         pic 9(5) value 0.
       01  ws-idle-count            pic 9(5) value 0.
       01  ws-feed-read-count       pic 9(7) value 0.
       01  ws-audit-read-count      pic 9(7) value 0.

       01  ws-current-date-long     pic x(21).
       01  ws-run-date-display      pic x(10).

       01  ws-page-number           pic 9(5) value 0.
       01  ws-lines-on-page         pic 9(3) value 0.
       01  ws-max-lines-per-page    pic 9(3) value 60.

       01  ws-numeric-edit-5        pic zzzz9.
       01  ws-numeric-edit-7        pic zzzzzz9.
       01  ws-numeric-edit-signed   pic -(6)9.
       01  ws-numeric-edit-sqlcode  pic -(6)9.

      *    營運訊息登錄（CALL 'OpsLog'）的參數記錄，欄位說明見
      *    OPSMSGP.cpy；對不上的部門除了報表外都多留一份在永久的
      *    OPSMSG 檔
           COPY OPSMSGP REPLACING ==:TAG:== BY ==log==.

      *-----------------------------------------------------------------------
       PROCEDURE DIVISION.
       begin.
           perform 0100-initialize.
           perform 0150-read-request.
           if request-is-valid
               perform 0170-load-departments
               perform 0200-process-movements
               perform 0500-roll-forward-departments
           end-if.
           perform 0900-terminate.
           goback.

      *-----------------------------------------------------------------------
      * 0100 - 初始化：開檔（變動記錄檔第一次用不存在就建起來）、取得
      *         執行日期
      *-----------------------------------------------------------------------
       0100-initialize.
           open input department-master-file.
           if ws-deptmst-status not = '00'
               display 'HCROLLRPT ABEND - OPEN FAILED ON '
                   'DEPTMAST STATUS=' ws-deptmst-status
               move spaces to log-msg-department
               move 'A' to log-msg-severity
               move 'OPEN FAILED ON DEPTMAST' to log-msg-text
               perform 0950-log-ops-message
               move 16 to return-code
               goback
           end-if.

           open input employee-audit-file.
           if ws-empaud-status not = '00'
               display 'HCROLLRPT ABEND - OPEN FAILED ON '
                   'EMPAUDIT STATUS=' ws-empaud-status
               move spaces to log-msg-department
               move 'A' to log-msg-severity
               move 'OPEN FAILED ON EMPAUDIT' to log-msg-text
               perform 0950-log-ops-message
               move 16 to return-code
               goback
           end-if.

      *    FEEDAUD 要等 EmpFeedLoad 第一次跑過才會建，還沒建就當沒有
      *    HR 異動記錄，只算部門異動
           open input feed-audit-file.
           evaluate ws-feedaud-status
               when '00'
                   set feedaud-is-present to true
               when '35'
                   continue
               when other
                   display 'HCROLLRPT ABEND - OPEN FAILED ON '
                       'FEEDAUD STATUS=' ws-feedaud-status
                   move spaces to log-msg-department
                   move 'A' to log-msg-severity
                   move 'OPEN FAILED ON FEEDAUD' to log-msg-text
                   perform 0950-log-ops-message
                   move 16 to return-code
                   goback
           end-evaluate.

           open input control-total-file.
           if ws-ctltot-status not = '00'
               display 'HCROLLRPT ABEND - OPEN FAILED ON '
                   'HRCTLTOT STATUS=' ws-ctltot-status
               move spaces to log-msg-department
               move 'A' to log-msg-severity
               move 'OPEN FAILED ON HRCTLTOT' to log-msg-text
               perform 0950-log-ops-message
               move 16 to return-code
               goback
           end-if.

      *    變動記錄檔是永久累積的，開 I-O，絕對不能 OPEN OUTPUT
           open i-o headcount-roll-file.
           if ws-hcroll-status = '35'
               open output headcount-roll-file
               close headcount-roll-file
               open i-o headcount-roll-file
           end-if.
           if ws-hcroll-status not = '00'
               display 'HCROLLRPT ABEND - OPEN FAILED ON '
                   'HCROLL STATUS=' ws-hcroll-status
               move spaces to log-msg-department
               move 'A' to log-msg-severity
               move 'OPEN FAILED ON HCROLL' to log-msg-text
               perform 0950-log-ops-message
               move 16 to return-code
               goback
           end-if.

           open output roll-report-file.
           if ws-rollrpt-status not = '00'
               display 'HCROLLRPT ABEND - OPEN FAILED ON '
                   'HCROLLRPT.TXT STATUS=' ws-rollrpt-status
               move spaces to log-msg-department
               move 'A' to log-msg-severity
               move 'OPEN FAILED ON HCROLLRPT.TXT' to log-msg-text
               perform 0950-log-ops-message
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

      *-----------------------------------------------------------------------
      * 0150 - 月份條件：HCRQS.TXT 沒有或空白就跑上個月；有給就要是
      *         YYYYMM 且月份 01-12。條件壞掉把原因印在報表上，RC=8
      *-----------------------------------------------------------------------
       0150-read-request.
           move spaces to ws-period-text.
           open input roll-request-file.
           if ws-hcrqs-status = '00'
               read roll-request-file
                   at end
                       continue
               end-read
               if ws-hcrqs-status = '00'
                   move rqs-period to ws-period-text
               end-if
               close roll-request-file
           end-if.

           if ws-period-text = spaces
               move ws-current-date-long(1:4) to ws-period-year
               move ws-current-date-long(5:2) to ws-period-month
               if ws-period-month = 1
                   move 12 to ws-period-month
                   subtract 1 from ws-period-year
               else
                   subtract 1 from ws-period-month
               end-if
           else
               if ws-period-text not numeric
                   move 'N' to ws-request-valid
                   move 'PERIOD MUST BE YYYYMM' to ws-request-error
               else
                   if ws-period-month < 1 or ws-period-month > 12
                       move 'N' to ws-request-valid
                       move 'PERIOD MONTH MUST BE 01-12'
                           to ws-request-error
                   end-if
               end-if
           end-if.

           if request-is-valid
               move ws-period-year to ws-prior-year
               move ws-period-month to ws-prior-month
               if ws-prior-month = 1
                   move 12 to ws-prior-month
                   subtract 1 from ws-prior-year
               else
                   subtract 1 from ws-prior-month
               end-if
               string
                   ws-period-text '01000000'
                   delimited by size
                   into ws-stamp-low
               end-string
               string
                   ws-period-text '31235959'
                   delimited by size
                   into ws-stamp-high
               end-string
           end-if.

           perform 0160-print-report-header.

           if not request-is-valid
               move spaces to roll-report-line
               string
                   'REQUEST REJECTED - ' ws-request-error
                   delimited by size
                   into roll-report-line
               end-string
               write roll-report-line
               move spaces to log-msg-department
               move 'W' to log-msg-severity
               move spaces to log-msg-text
               string
                   'HEADCOUNT ROLL-FORWARD REQUEST REJECTED - '
                   ws-request-error
                   delimited by size
                   into log-msg-text
               end-string
               perform 0950-log-ops-message
               move 8 to return-code
           end-if.

       0160-print-report-header.
           add 1 to ws-page-number.
           move 0 to ws-lines-on-page.

           move ws-page-number to ws-numeric-edit-5.
           move spaces to roll-report-line.
           string
               'MONTHLY HEADCOUNT ROLL-FORWARD'
               '  RUN DATE: ' ws-run-date-display
               '  PAGE: ' ws-numeric-edit-5
               delimited by size
               into roll-report-line
           end-string.
           write roll-report-line.

           move spaces to roll-report-line.
           if request-is-valid
               move spaces to roll-report-line
               string
                   'PERIOD: ' ws-period-text(1:4) '-'
                   ws-period-text(5:2)
                   '  OPENING FROM: ' ws-prior-period-text(1:4) '-'
                   ws-prior-period-text(5:2)
                   '  ACTIVE (STATUS A) EMPLOYEES ONLY'
                   delimited by size
                   into roll-report-line
               end-string
           end-if.
           write roll-report-line.

           move spaces to roll-report-line.
           write roll-report-line.

           move spaces to roll-report-line.
           string
               'DEPARTMENT  OPENING  HIRES  TERMS XFR-IN XFROUT'
               ' LV-OUT LV-RTN  CLOSING   ACTUAL  CONTROL  STATUS'
               delimited by size
               into roll-report-line
           end-string.
           write roll-report-line.

           move spaces to roll-report-line.
           write roll-report-line.

           add 5 to ws-lines-on-page.

      *-----------------------------------------------------------------------
      * 0170 - 部門主檔全部載進部門表（停用的也載，月中才停的部門期初
      *         還有人）；表滿了就只計數，收尾註明
      *-----------------------------------------------------------------------
       0170-load-departments.
           perform until deptmst-at-eof
               read department-master-file
                   at end
                       set deptmst-at-eof to true
               end-read
               if not deptmst-at-eof
                   if ws-deptmst-status not = '00'
                       set deptmst-at-eof to true
                   else
                       move dept-code to ws-find-department
                       perform 0400-find-department
                       if ws-find-idx > 0
                           move 'Y' to hc-on-master(ws-find-idx)
                       end-if
                   end-if
               end-if
           end-perform.

      *-----------------------------------------------------------------------
      * 0200 - EMPAUDIT 與 FEEDAUD 照 key 合併（同一個員工同一秒兩邊都有
      *         時部門異動排前面，跟 AudReport 同一套），整個檔掃過 --
      *         期初之前的異動不計數，但要拿來追任職狀態
      *-----------------------------------------------------------------------
       0200-process-movements.
           perform 0240-read-next-audit.
           if feedaud-is-present
               perform 0245-read-next-feed
           else
               move 'Y' to ws-feed-done
           end-if.
           perform until audit-is-done and feed-is-done
               if feed-is-done
                   or (not audit-is-done
                       and audit-key <= fdau-key(1:19))
                   perform 0220-process-audit-record
                   perform 0240-read-next-audit
               else
                   perform 0210-process-feed-record
                   perform 0245-read-next-feed
               end-if
           end-perform.

      *-----------------------------------------------------------------------
      * 0205 - 換員工了就把追蹤的狀態清掉
      *-----------------------------------------------------------------------
       0205-check-employee-change.
           if ws-lookup-employee not = ws-cur-employee
               move ws-lookup-employee to ws-cur-employee
               move space to ws-cur-status
               move 'N' to ws-status-known
           end-if.

      *-----------------------------------------------------------------------
      * 0210 - 一筆 HR 異動：前後的部門與狀態都在記錄裡（新進的前狀態
      *         是空白）
      *-----------------------------------------------------------------------
       0210-process-feed-record.
           move fdau-employee-number to ws-lookup-employee.
           perform 0205-check-employee-change.
           move fdau-old-department to ws-mv-old-department.
           move fdau-old-status to ws-mv-old-status.
           move fdau-new-department to ws-mv-new-department.
           move fdau-new-status to ws-mv-new-status.
           move fdau-timestamp to ws-mv-timestamp.
           perform 0300-apply-movement.
           move fdau-new-status to ws-cur-status.
           set status-is-known to true.

      *-----------------------------------------------------------------------
      * 0220 - 一筆部門異動：EMPAUDIT 沒記狀態，用追到的狀態；新部門
      *         'DELETED' 是 SQLWithHold 的刪除更正，當成離開在職人數
      *-----------------------------------------------------------------------
       0220-process-audit-record.
           move audit-employee-number to ws-lookup-employee.
           perform 0205-check-employee-change.
           if not status-is-known
               perform 0225-find-status-at-audit
           end-if.
           move audit-old-department to ws-mv-old-department.
           move ws-cur-status to ws-mv-old-status.
           move audit-new-department to ws-mv-new-department.
           if audit-new-department = 'DELETED'
               move 'X' to ws-mv-new-status
           else
               move ws-cur-status to ws-mv-new-status
           end-if.
           move audit-timestamp to ws-mv-timestamp.
           perform 0300-apply-movement.
           move ws-mv-new-status to ws-cur-status.

      *-----------------------------------------------------------------------
      * 0225 - 這個員工在這筆部門異動之前沒有 HR 異動可追：合併時讀在
      *         前面的 FEEDAUD 下一筆如果是同一個員工，它的前狀態就是
      *         這個時間點的狀態；之後再也沒有 HR 異動的話狀態一直沒變，
      *         取 EMPLOYEE 現在的狀態（列已經不在的視同在職 -- 只有在
      *         職的人會被更正刪除）
      *-----------------------------------------------------------------------
       0225-find-status-at-audit.
           if not feed-is-done
               and fdau-employee-number = audit-employee-number
               move fdau-old-status to ws-cur-status
           else
               move 'A' to ws-lookup-status
               exec sql
                   select EMPLOYEE_STATUS
                     into :ws-lookup-status
                     from EMPLOYEE
                    where EMPLOYEE_NUMBER = :ws-lookup-employee
               end-exec
               move 'SELECT EMPLOYEE_STATUS' to ws-statement-desc
               perform 0910-check-sqlcode
               if sqlcode = 100
                   move 'A' to ws-lookup-status
               end-if
               move ws-lookup-status to ws-cur-status
           end-if.
           set status-is-known to true.

      *-----------------------------------------------------------------------
      * 0240/0245 - 各檔讀下一筆
      *-----------------------------------------------------------------------
       0240-read-next-audit.
           read employee-audit-file next
               at end
                   move 'Y' to ws-audit-done
           end-read.
           if not audit-is-done
               if ws-empaud-status not = '00'
                   move 'Y' to ws-audit-done
               else
                   add 1 to ws-audit-read-count
               end-if
           end-if.

       0245-read-next-feed.
           read feed-audit-file next
               at end
                   move 'Y' to ws-feed-done
           end-read.
           if not feed-is-done
               if ws-feedaud-status not = '00'
                   move 'Y' to ws-feed-done
               else
                   add 1 to ws-feed-read-count
               end-if
           end-if.

      *-----------------------------------------------------------------------
      * 0300 - 一筆異動分類：在職 -> 在職換部門是調出/調入；在職 -> 不
      *         在職是留停（L）或離職（其他）；不在職 -> 在職是復職（從
      *         L）或新進（新進、從 T 回聘）。月份之前的不計，月份之後
      *         的只累計到 post-net
      *-----------------------------------------------------------------------
       0300-apply-movement.
           if ws-mv-timestamp >= ws-stamp-low
               if ws-mv-timestamp > ws-stamp-high
                   set mv-after-period to true
               else
                   move 'N' to ws-mv-post-period
               end-if
               evaluate true
                   when ws-mv-old-status = 'A'
                       and ws-mv-new-status = 'A'
                       and ws-mv-old-department
                           not = ws-mv-new-department
                       move ws-mv-old-department to ws-find-department
                       move 'O' to ws-mv-kind
                       perform 0310-count-movement
                       move ws-mv-new-department to ws-find-department
                       move 'I' to ws-mv-kind
                       perform 0310-count-movement
                   when ws-mv-old-status = 'A'
                       and ws-mv-new-status not = 'A'
                       move ws-mv-old-department to ws-find-department
                       if ws-mv-new-status = 'L'
                           move 'L' to ws-mv-kind
                       else
                           move 'T' to ws-mv-kind
                       end-if
                       perform 0310-count-movement
                   when ws-mv-old-status not = 'A'
                       and ws-mv-new-status = 'A'
                       move ws-mv-new-department to ws-find-department
                       if ws-mv-old-status = 'L'
                           move 'R' to ws-mv-kind
                       else
                           move 'H' to ws-mv-kind
                       end-if
                       perform 0310-count-movement
                   when other
                       continue
               end-evaluate
           end-if.

       0310-count-movement.
           perform 0400-find-department.
           if ws-find-idx > 0
               if mv-after-period
                   if mv-hire or mv-transfer-in or mv-leave-return
                       add 1 to hc-post-net(ws-find-idx)
                   else
                       subtract 1 from hc-post-net(ws-find-idx)
                   end-if
               else
                   evaluate true
                       when mv-hire
                           add 1 to hc-hires(ws-find-idx)
                       when mv-termination
                           add 1 to hc-terminations(ws-find-idx)
                       when mv-transfer-in
                           add 1 to hc-transfers-in(ws-find-idx)
                       when mv-transfer-out
                           add 1 to hc-transfers-out(ws-find-idx)
                       when mv-leave-start
                           add 1 to hc-leave-starts(ws-find-idx)
                       when mv-leave-return
                           add 1 to hc-leave-returns(ws-find-idx)
                   end-evaluate
               end-if
           end-if.

      *-----------------------------------------------------------------------
      * 0400 - 部門表查找：找不到就加一格（主檔上沒有的先標 'N'）；表
      *         滿了回 0，這個部門的異動只計數不入表
      *-----------------------------------------------------------------------
       0400-find-department.
           move 0 to ws-find-idx.
           if ws-dept-total > 0
               perform varying hc-idx from 1 by 1
                   until hc-idx > ws-dept-total
                   or ws-find-idx > 0
                   if hc-department(hc-idx) = ws-find-department
                       set ws-find-idx to hc-idx
                   end-if
               end-perform
           end-if.
           if ws-find-idx = 0
               if ws-dept-total < 500
                   add 1 to ws-dept-total
                   move ws-dept-total to ws-find-idx
                   move ws-find-department
                       to hc-department(ws-find-idx)
                   move 'N' to hc-on-master(ws-find-idx)
                   move 0 to hc-hires(ws-find-idx)
                   move 0 to hc-terminations(ws-find-idx)
                   move 0 to hc-transfers-in(ws-find-idx)
                   move 0 to hc-transfers-out(ws-find-idx)
                   move 0 to hc-leave-starts(ws-find-idx)
                   move 0 to hc-leave-returns(ws-find-idx)
                   move 0 to hc-post-net(ws-find-idx)
               else
                   add 1 to ws-dept-dropped
               end-if
           end-if.

      *-----------------------------------------------------------------------
      * 0500 - 逐部門算 roll-forward、比對、印明細、寫回 HCROLL
      *-----------------------------------------------------------------------
       0500-roll-forward-departments.
           perform varying hc-idx from 1 by 1
               until hc-idx > ws-dept-total
               perform 0510-roll-one-department
           end-perform.

       0510-roll-one-department.
           move hc-department(hc-idx) to ws-check-department.
           exec sql
               select count(*) into :ws-live-count
               from EMPLOYEE
               where EMPLOYEE_DEPARTMENT = :ws-check-department
               and EMPLOYEE_STATUS = 'A'
           end-exec.
           move 'SELECT COUNT(*)' to ws-statement-desc.
           perform 0910-check-sqlcode.

           compute ws-net-movement
               = hc-hires(hc-idx) - hc-terminations(hc-idx)
               + hc-transfers-in(hc-idx) - hc-transfers-out(hc-idx)
               - hc-leave-starts(hc-idx) + hc-leave-returns(hc-idx).
           compute ws-actual = ws-live-count - hc-post-net(hc-idx).

           perform 0520-read-prior-month.
           compute ws-closing = ws-opening + ws-net-movement.

           move ws-check-department to ct-department-code.
           read control-total-file
               invalid key
                   continue
           end-read.
           if ws-ctltot-status = '00'
               set control-was-found to true
           else
               move 'N' to ws-control-found
               move 0 to ct-control-headcount
           end-if.

      *    整個月什麼都沒有（沒人、沒異動、沒控制數、上個月也沒記錄）
      *    的部門不印也不寫，停用很久的部門才不會把報表塞滿
           if ws-opening = 0 and ws-closing = 0
               and ws-actual = 0 and ws-live-count = 0
               and ws-net-movement = 0
               and hc-post-net(hc-idx) = 0
               and not control-was-found
               add 1 to ws-idle-count
           else
               perform 0530-check-tie-out
               perform 0540-print-department-line
               perform 0550-write-roll-record
               perform 0560-accumulate-totals
           end-if.

      *-----------------------------------------------------------------------
      * 0520 - 期初：上個月的 HCROLL 記錄有的話取它的期末實際人數；沒有
      *         （第一次跑、或新部門）就用這個月的期末實際人數倒推
      *-----------------------------------------------------------------------
       0520-read-prior-month.
           move ws-check-department to hcr-department.
           move ws-prior-period-text to hcr-period.
           read headcount-roll-file
               invalid key
                   continue
           end-read.
           if ws-hcroll-status = '00'
               move hcr-actual to ws-opening
               move 'N' to ws-opening-derived
           else
               compute ws-opening = ws-actual - ws-net-movement
               set opening-was-derived to true
           end-if.

      *-----------------------------------------------------------------------
      * 0530 - 對帳：期末要等於期末實際人數，也要等於 HR 控制數；沒有
      *         控制數也算沒對上（月結要有人去補）
      *-----------------------------------------------------------------------
       0530-check-tie-out.
           move 'N' to ws-live-tied.
           move 'N' to ws-control-tied.
           if ws-closing = ws-actual
               set live-is-tied to true
           end-if.
           if control-was-found
               and ws-closing = ct-control-headcount
               set control-is-tied to true
           end-if.
           evaluate true
               when live-is-tied and control-is-tied
                   move 'TIED' to ws-status-display
               when not control-was-found and live-is-tied
                   move '** NO CONTROL TOTAL' to ws-status-display
               when not control-was-found
                   move '** NOT TIED - ACTUAL' to ws-status-display
               when live-is-tied
                   move '** NOT TIED - CONTROL' to ws-status-display
               when control-is-tied
                   move '** NOT TIED - ACTUAL' to ws-status-display
               when other
                   move '** NOT TIED - BOTH' to ws-status-display
           end-evaluate.
           if live-is-tied and control-is-tied
               add 1 to ws-tied-count
           else
               add 1 to ws-flagged-count
               perform 0570-log-not-tied
           end-if.

      *-----------------------------------------------------------------------
      * 0540 - 一個部門一行；期初是倒推的、期末之後有變動、部門不在
      *         主檔上的各加一行註記
      *-----------------------------------------------------------------------
       0540-print-department-line.
           if ws-lines-on-page >= ws-max-lines-per-page - 3
               perform 0160-print-report-header
           end-if.

           move spaces to roll-report-line.
           move hc-department(hc-idx) to roll-report-line(1:10).
           move ws-opening to ws-numeric-edit-signed.
           move ws-numeric-edit-signed to roll-report-line(13:7).
           move hc-hires(hc-idx) to ws-numeric-edit-5.
           move ws-numeric-edit-5 to roll-report-line(22:5).
           move hc-terminations(hc-idx) to ws-numeric-edit-5.
           move ws-numeric-edit-5 to roll-report-line(29:5).
           move hc-transfers-in(hc-idx) to ws-numeric-edit-5.
           move ws-numeric-edit-5 to roll-report-line(36:5).
           move hc-transfers-out(hc-idx) to ws-numeric-edit-5.
           move ws-numeric-edit-5 to roll-report-line(43:5).
           move hc-leave-starts(hc-idx) to ws-numeric-edit-5.
           move ws-numeric-edit-5 to roll-report-line(50:5).
           move hc-leave-returns(hc-idx) to ws-numeric-edit-5.
           move ws-numeric-edit-5 to roll-report-line(57:5).
           move ws-closing to ws-numeric-edit-signed.
           move ws-numeric-edit-signed to roll-report-line(64:7).
           move ws-actual to ws-numeric-edit-signed.
           move ws-numeric-edit-signed to roll-report-line(73:7).
           if control-was-found
               move ct-control-headcount to ws-numeric-edit-7
               move ws-numeric-edit-7 to roll-report-line(82:7)
           else
               move '      -' to roll-report-line(82:7)
           end-if.
           move ws-status-display to roll-report-line(91:24).
           write roll-report-line.
           add 1 to ws-lines-on-page.

           if opening-was-derived
               move spaces to roll-report-line
               string
                   '            OPENING DERIVED FROM ACTUAL - NO '
                   ws-prior-period-text ' RECORD ON HCROLL'
                   delimited by size
                   into roll-report-line
               end-string
               write roll-report-line
               add 1 to ws-lines-on-page
           end-if.

           if hc-post-net(hc-idx) not = 0
               move ws-live-count to ws-numeric-edit-7
               move spaces to roll-report-line
               string
                   '            LIVE ACTIVE NOW: ' ws-numeric-edit-7
                   delimited by size
                   into roll-report-line
               end-string
               move hc-post-net(hc-idx) to ws-numeric-edit-signed
               string
                   '  NET MOVEMENT SINCE PERIOD END: '
                   ws-numeric-edit-signed
                   delimited by size
                   into roll-report-line(37:)
               end-string
               write roll-report-line
               add 1 to ws-lines-on-page
           end-if.

           if hc-on-master(hc-idx) not = 'Y'
               move spaces to roll-report-line
               string
                   '            DEPARTMENT NOT ON DEPTMAST'
                   delimited by size
                   into roll-report-line
               end-string
               write roll-report-line
               add 1 to ws-lines-on-page
           end-if.

      *-----------------------------------------------------------------------
      * 0550 - 這個月的結果寫回 HCROLL（同一個月重跑就蓋掉），下個月的
      *         期初從這裡接；寫不進去記 warning
      *-----------------------------------------------------------------------
       0550-write-roll-record.
           move ws-check-department to hcr-department.
           move ws-period-text to hcr-period.
           move ws-opening to hcr-opening.
           move ws-opening-derived to hcr-opening-derived.
           move hc-hires(hc-idx) to hcr-hires.
           move hc-terminations(hc-idx) to hcr-terminations.
           move hc-transfers-in(hc-idx) to hcr-transfers-in.
           move hc-transfers-out(hc-idx) to hcr-transfers-out.
           move hc-leave-starts(hc-idx) to hcr-leave-starts.
           move hc-leave-returns(hc-idx) to hcr-leave-returns.
           move ws-closing to hcr-closing.
           move ws-actual to hcr-actual.
           move ct-control-headcount to hcr-control.
           move ws-control-found to hcr-control-found.
           if live-is-tied and control-is-tied
               move 'Y' to hcr-tie-flag
           else
               move 'N' to hcr-tie-flag
           end-if.
           move ws-run-date-display to hcr-run-date.
           rewrite headcount-roll-record
               invalid key
                   write headcount-roll-record
                       invalid key
                           continue
                   end-write
           end-rewrite.
           if ws-hcroll-status not = '00'
               display 'HCROLLRPT WARNING - HCROLL WRITE FAILED DEPT='
                   ws-check-department ' STATUS=' ws-hcroll-status
               move ws-check-department to log-msg-department
               move 'W' to log-msg-severity
               move 'HCROLL WRITE FAILED - NEXT MONTH OPENING DERIVED'
                   to log-msg-text
               perform 0950-log-ops-message
               move 8 to return-code
           end-if.

       0560-accumulate-totals.
           add ws-opening to ws-total-opening.
           add hc-hires(hc-idx) to ws-total-hires.
           add hc-terminations(hc-idx) to ws-total-terminations.
           add hc-transfers-in(hc-idx) to ws-total-transfers-in.
           add hc-transfers-out(hc-idx) to ws-total-transfers-out.
           add hc-leave-starts(hc-idx) to ws-total-leave-starts.
           add hc-leave-returns(hc-idx) to ws-total-leave-returns.
           add ws-closing to ws-total-closing.
           add ws-actual to ws-total-actual.
           if control-was-found
               add ct-control-headcount to ws-total-control
           end-if.
           add 1 to ws-reported-count.

      *-----------------------------------------------------------------------
      * 0570 - 對不上的部門寫 OPSMSG（嚴重度 D），早上的 OpsReport 看得到
      *-----------------------------------------------------------------------
       0570-log-not-tied.
           move ws-check-department to log-msg-department.
           move 'D' to log-msg-severity.
           move spaces to log-msg-text.
           if control-was-found
               move ws-closing to ws-numeric-edit-signed
               string
                   'ROLL-FORWARD NOT TIED ' ws-period-text
                   ' CLOSING=' ws-numeric-edit-signed
                   delimited by size
                   into log-msg-text
               end-string
               move ws-actual to ws-numeric-edit-signed
               move ct-control-headcount to ws-numeric-edit-7
               string
                   ' ACTUAL=' ws-numeric-edit-signed
                   ' CTL=' ws-numeric-edit-7
                   delimited by size
                   into log-msg-text(45:)
               end-string
           else
               move ws-closing to ws-numeric-edit-signed
               string
                   'ROLL-FORWARD NO CONTROL TOTAL ' ws-period-text
                   ' CLOSING=' ws-numeric-edit-signed
                   delimited by size
                   into log-msg-text
               end-string
           end-if.
           perform 0950-log-ops-message.
           move 8 to return-code.

      *-----------------------------------------------------------------------
      * 0900 - 收尾：印合計與筆數、收檔
      *-----------------------------------------------------------------------
       0900-terminate.
           if request-is-valid
               perform 0905-print-totals
           end-if.

           perform 0920-close-files.

           display 'HCROLLRPT COMPLETE - PERIOD: ' ws-period-text
               ' DEPARTMENTS: ' ws-reported-count
               ' NOT TIED: ' ws-flagged-count.

       0905-print-totals.
           move spaces to roll-report-line.
           write roll-report-line.

           move spaces to roll-report-line.
           move 'ALL DEPTS' to roll-report-line(1:10).
           move ws-total-opening to ws-numeric-edit-signed.
           move ws-numeric-edit-signed to roll-report-line(13:7).
           move ws-total-hires to ws-numeric-edit-5.
           move ws-numeric-edit-5 to roll-report-line(22:5).
           move ws-total-terminations to ws-numeric-edit-5.
           move ws-numeric-edit-5 to roll-report-line(29:5).
           move ws-total-transfers-in to ws-numeric-edit-5.
           move ws-numeric-edit-5 to roll-report-line(36:5).
           move ws-total-transfers-out to ws-numeric-edit-5.
           move ws-numeric-edit-5 to roll-report-line(43:5).
           move ws-total-leave-starts to ws-numeric-edit-5.
           move ws-numeric-edit-5 to roll-report-line(50:5).
           move ws-total-leave-returns to ws-numeric-edit-5.
           move ws-numeric-edit-5 to roll-report-line(57:5).
           move ws-total-closing to ws-numeric-edit-signed.
           move ws-numeric-edit-signed to roll-report-line(64:7).
           move ws-total-actual to ws-numeric-edit-signed.
           move ws-numeric-edit-signed to roll-report-line(73:7).
           move ws-total-control to ws-numeric-edit-7.
           move ws-numeric-edit-7 to roll-report-line(82:7).
           write roll-report-line.

           move spaces to roll-report-line.
           write roll-report-line.

           move ws-reported-count to ws-numeric-edit-5.
           move spaces to roll-report-line.
           string
               'DEPARTMENTS REPORTED:     ' ws-numeric-edit-5
               delimited by size
               into roll-report-line
           end-string.
           write roll-report-line.

           move ws-tied-count to ws-numeric-edit-5.
           move spaces to roll-report-line.
           string
               'DEPARTMENTS TIED OUT:     ' ws-numeric-edit-5
               delimited by size
               into roll-report-line
           end-string.
           write roll-report-line.

           move ws-flagged-count to ws-numeric-edit-5.
           move spaces to roll-report-line.
           string
               'DEPARTMENTS NOT TIED:     ' ws-numeric-edit-5
               delimited by size
               into roll-report-line
           end-string.
           write roll-report-line.

           move ws-idle-count to ws-numeric-edit-5.
           move spaces to roll-report-line.
           string
               'DEPARTMENTS WITH NO DATA: ' ws-numeric-edit-5
               delimited by size
               into roll-report-line
           end-string.
           write roll-report-line.

           move ws-feed-read-count to ws-numeric-edit-7.
           move spaces to roll-report-line.
           string
               'FEEDAUD RECORDS READ:   ' ws-numeric-edit-7
               delimited by size
               into roll-report-line
           end-string.
           write roll-report-line.

           move ws-audit-read-count to ws-numeric-edit-7.
           move spaces to roll-report-line.
           string
               'EMPAUDIT RECORDS READ:  ' ws-numeric-edit-7
               delimited by size
               into roll-report-line
           end-string.
           write roll-report-line.

           if ws-dept-dropped > 0
               move ws-dept-dropped to ws-numeric-edit-5
               move spaces to roll-report-line
               string
                   'NOTE: ' ws-numeric-edit-5
                   ' MOVEMENT(S) FOR DEPARTMENTS OVER TABLE LIMIT'
                   ' NOT COUNTED'
                   delimited by size
                   into roll-report-line
               end-string
               write roll-report-line
               move 8 to return-code
           end-if.

      *-----------------------------------------------------------------------
      * 0910 - SQLCODE 檢查：唯讀查詢，negative 就記錄並清乾淨地 abend
      *-----------------------------------------------------------------------
       0910-check-sqlcode.
           evaluate true
               when sqlcode = 0
                   continue
               when sqlcode = 100
                   continue
               when sqlcode < 0
                   move sqlcode to ws-numeric-edit-sqlcode
                   move ws-check-department to log-msg-department
                   move 'A' to log-msg-severity
                   move spaces to log-msg-text
                   string
                       'ABEND SQLCODE=' ws-numeric-edit-sqlcode
                       ' STMT=' ws-statement-desc
                       delimited by size
                       into log-msg-text
                   end-string
                   perform 0950-log-ops-message
                   display 'HCROLLRPT ABEND - SQLCODE='
                       ws-numeric-edit-sqlcode
                       ' STMT=' ws-statement-desc
                   exec sql
                       rollback
                   end-exec
                   perform 0920-close-files
                   move 16 to return-code
                   goback
               when other
                   continue
           end-evaluate.


       0920-close-files.
           close department-master-file.
           close employee-audit-file.
           if feedaud-is-present
               close feed-audit-file
           end-if.
           close control-total-file.
           close headcount-roll-file.
           close roll-report-file.

      *-----------------------------------------------------------------------
      * 0950 - 營運訊息登錄：呼叫端先填部門/嚴重度/文字，這裡補程式名
      *         再 CALL OpsLog；登錄失敗由 OpsLog 自己吞掉
      *-----------------------------------------------------------------------
       0950-log-ops-message.
           move 'HCROLLRPT' to log-msg-program.
           call 'OpsLog' using log-ops-message.
