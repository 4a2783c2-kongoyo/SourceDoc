      *           離職（T）不刪列，改寫任職狀態 'T' -- 名冊抽檔與
      *           headcount 對帳預設只算在職（'A'），離職的人留在表裡
      *           歷史才查得到；留停（L）與復職走 S 狀態異動。
      *           每套用一筆就在 FEEDAUD 留一筆 before/after image（姓名、
      *           狀態、部門、職稱，加上 HR 端的異動日與送檔人），跟
      *           EMPAUDIT 的部門更正一起由 AudInquiry / AudReport 查閱。
      *           FEEDAUD 是 keyed file 不跟著 ROLLBACK，abend 時把這次
      *           寫的稽核記錄刪掉，稽核檔只留下真的 COMMIT 的異動。
      *           離職（T，或 S 改成 'T'）同時填 EMPLOYEE_TERM_DATE（HR
      *           的異動日，沒給就是載入當天），隱私保存期限從這天算；
      *           S 改回 A/L 的復職把離職日清掉。離職的異動日有給就
      *           必須是 YYYY-MM-DD，不然退件。
      *-----------------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EmpFeedLoad.
               RECORD KEY IS dept-code
               FILE STATUS IS ws-deptmst-status.

           SELECT feed-audit-file
               ASSIGN TO "FEEDAUD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS fdau-key
               FILE STATUS IS ws-feedaud-status.

       DATA DIVISION.
       FILE SECTION.
       FD  feed-input-file.
           05  feed-job-title           pic x(20).
      *    任職狀態 A/L/T；新進時空白視同 'A'
           05  feed-status              pic x(1).
      *    送檔人與異動日（ISO YYYY-MM-DD）記進 FEEDAUD；舊格式只有前
      *    77 碼的 feed 照收，空白時記 'HRFEED' 與載入當天
           05  feed-sent-by             pic x(10).
           05  feed-date                pic x(10).

       FD  rejected-feed-file.
      *    退回檔保留原始欄位原樣，後面加退回原因，HR 修正後可以直接
      *    把前 97 碼貼回 HRFEED.TXT 重新送檢
       01  rejected-feed-record.
           05  rej-action               pic x(1).
           05  rej-employee-number      pic x(5).
           05  rej-hire-date            pic x(10).
           05  rej-job-title            pic x(20).
           05  rej-status               pic x(1).
           05  rej-sent-by              pic x(10).
           05  rej-date                 pic x(10).
           05  filler                   pic x(2).
           05  rej-reason               pic x(40).

      *    部門主檔配置與 SQLWithHold / CorrEdit 共用同一份 copybook
           COPY DEPTREC.

       FD  feed-audit-file.
      *    HR 異動稽核記錄配置與 AudInquiry / AudReport 共用同一份
      *    copybook
           COPY FEEDAUD.

       WORKING-STORAGE SECTION.
      *    共用員工記錄配置（亦作為 SQL 的 host variable 目標）
           COPY EMPREC.
       01  ws-feedrej-status        pic x(2).
       01  ws-editrpt-status        pic x(2).
       01  ws-deptmst-status        pic x(2).
       01  ws-feedaud-status        pic x(2).

       01  ws-read-count            pic 9(5) value 0.
       01  ws-add-count             pic 9(5) value 0.
       01  ws-employee-on-file      pic x(1).
           88  employee-is-on-file          value 'Y'.

      *    套用前的員工資料（0220 查出來的 before image，寫 FEEDAUD 用；
      *    新進的員工不在表裡，全空白）
       01  ws-before-name           pic x(30).
       01  ws-before-department     pic x(10).
       01  ws-before-job-title      pic x(20).
       01  ws-before-status         pic x(1).

       01  ws-feedaud-count         pic 9(5) value 0.
      *    這次載入的稽核時間戳記（0100 取一次，整批共用），加上 feed
      *    筆數就是這次寫的每一筆 FEEDAUD 的 key
       01  ws-run-stamp             pic x(14).

      *    這次寫進 FEEDAUD 的 key（員工編號 + feed 筆數），abend 時
      *    0915 照這張表刪掉
       01  feed-audit-written-table.
           05  feed-audit-written occurs 99999 times
               indexed by faw-idx.
               10  faw-employee-number   pic 9(5).
               10  faw-feed-sequence     pic 9(5).
       01  ws-iso-run-date          pic x(10).

      *    到職日拆欄驗格式用（0223）
       01  ws-hire-year             pic x(4).
       01  ws-hire-month            pic x(2).
       01  ws-hire-day              pic x(2).

      *    這一筆套用後是不是離職（T 動作、或 A/S 帶狀態 'T'）；是的話
      *    異動日要驗格式並寫進離職日（0229 / 0360）
       01  ws-term-transaction      pic x(1).
           88  term-transaction             value 'Y'.

       01  ws-action-display        pic x(12).

       01  ws-current-date-long     pic x(21).
               goback
           end-if.

      *    稽核檔是永久累積的，開 I-O 往裡面加記錄，絕對不能 OPEN OUTPUT
           open i-o feed-audit-file.
           if ws-feedaud-status = '35'
               open output feed-audit-file
               close feed-audit-file
               open i-o feed-audit-file
           end-if.
           if ws-feedaud-status not = '00'
               display 'EMPFEEDLOAD ABEND - OPEN FAILED ON '
                   'FEEDAUD STATUS=' ws-feedaud-status
               move 16 to return-code
               goback
           end-if.

           move function current-date to ws-current-date-long.
           move ws-current-date-long(1:14) to ws-run-stamp.
           string
               ws-current-date-long(5:2) '/'
               ws-current-date-long(7:2) '/'
               delimited by size
               into ws-run-date-display
           end-string.
           string
               ws-current-date-long(1:4) '-'
               ws-current-date-long(5:2) '-'
               ws-current-date-long(7:2)
               delimited by size
               into ws-iso-run-date
           end-string.

           string
               'HR FEED LOAD EDIT REPORT'
               end-evaluate
           end-if.

           move 'N' to ws-term-transaction.
           if feed-action = 'T'
               or ((feed-action = 'A' or feed-action = 'S')
                   and feed-status = 'T')
               set term-transaction to true
           end-if.
           if record-is-valid
               and term-transaction
               and feed-date not = spaces
               perform 0229-check-term-date
           end-if.

      *-----------------------------------------------------------------------
      * 0220 - 查這個員工編號目前在不在 EMPLOYEE 表：新進不可已存在，
      *         離職/改名必須存在；順便把目前的姓名、部門、職稱與狀態
      *         留在記憶體裡當稽核的 before image
      *-----------------------------------------------------------------------
       0220-check-employee-on-file.
           move 'N' to ws-employee-on-file.
           move spaces to ws-before-name.
           move spaces to ws-before-department.
           move spaces to ws-before-job-title.
           move spaces to ws-before-status.
           move feed-employee-number to employee-number.
           exec sql
               select EMPLOYEE_NAME, EMPLOYEE_DEPARTMENT,
                      EMPLOYEE_JOB_TITLE, EMPLOYEE_STATUS
                   into :employee-name, :employee-department,
                        :employee-job-title, :employee-status
                   from EMPLOYEE
                   where EMPLOYEE_NUMBER = :employee-number
           end-exec.
           perform 0910-check-sqlcode.
           if sqlcode = 0
               set employee-is-on-file to true
               move employee-name to ws-before-name
               move employee-department to ws-before-department
               move employee-job-title to ws-before-job-title
               move employee-status to ws-before-status
           end-if.

      *-----------------------------------------------------------------------
               move 'INVALID STATUS CODE' to ws-reject-reason
           end-if.

      *-----------------------------------------------------------------------
      * 0229 - 離職的異動日會寫進 EMPLOYEE_TERM_DATE（DB2 DATE），格式
      *         不對的退件，理由跟 0223 的到職日一樣
      *-----------------------------------------------------------------------
       0229-check-term-date.
           move feed-date(1:4) to ws-hire-year.
           move feed-date(6:2) to ws-hire-month.
           move feed-date(9:2) to ws-hire-day.
           if feed-date(5:1) not = '-'
               or feed-date(8:1) not = '-'
               or ws-hire-year not numeric
               or ws-hire-month not numeric
               or ws-hire-day not numeric
               move 'N' to ws-record-valid
               move 'FEED DATE NOT YYYY-MM-DD' to ws-reject-reason
           end-if.
           if record-is-valid
               and (ws-hire-month < '01' or ws-hire-month > '12'
                   or ws-hire-day < '01' or ws-hire-day > '31')
               move 'N' to ws-record-valid
               move 'FEED DATE MONTH/DAY OUT OF RANGE'
                   to ws-reject-reason
           end-if.

      *-----------------------------------------------------------------------
      * 0230 - 部門必須存在於部門主檔且仍為 active，不然錯的代碼會被
      *         直接寫進 EMPLOYEE_DEPARTMENT

      *-----------------------------------------------------------------------
      * 0300 - 套用檢核通過的異動到 EMPLOYEE 表；套用中的 SQL 錯誤由
      *         0910 處理（負的 SQLCODE 清乾淨地 abend）。稽核記錄的
      *         after image 先照抄 before image，各動作只改自己動到的
      *         欄位，套用完再由 0350 寫進 FEEDAUD
      *-----------------------------------------------------------------------
       0300-apply-transaction.
           move ws-before-name to fdau-old-name.
           move ws-before-name to fdau-new-name.
           move ws-before-status to fdau-old-status.
           move ws-before-status to fdau-new-status.
           move ws-before-department to fdau-old-department.
           move ws-before-department to fdau-new-department.
           move ws-before-job-title to fdau-old-job-title.
           move ws-before-job-title to fdau-new-job-title.
           evaluate feed-action
               when 'A'
                   perform 0310-apply-add
               when 'S'
                   perform 0340-apply-status-change
           end-evaluate.
           perform 0350-write-feed-audit.
           perform 0250-print-detail-line.

       0310-apply-add.
           end-exec.
           move 'INSERT EMPLOYEE' to ws-statement-desc.
           perform 0910-check-sqlcode.
           if employee-terminated
               perform 0360-set-term-date
           end-if.
           add 1 to ws-add-count.
           move 'HIRED' to ws-action-display.
           move employee-name to fdau-new-name.
           move employee-status to fdau-new-status.
           move employee-department to fdau-new-department.
           move employee-job-title to fdau-new-job-title.

      *-----------------------------------------------------------------------
      * 0320 - 離職：狀態改 'T'，列留著 -- 抽出檔與對帳預設只算在職，
           end-exec.
           move 'UPDATE EMPLOYEE STATUS T' to ws-statement-desc.
           perform 0910-check-sqlcode.
           perform 0360-set-term-date.
           add 1 to ws-term-count.
           move 'TERMINATED' to ws-action-display.
           move 'T' to fdau-new-status.

       0330-apply-name-change.
           move feed-employee-number to employee-number.
           perform 0910-check-sqlcode.
           add 1 to ws-name-count.
           move 'NAME CHANGED' to ws-action-display.
           move employee-name to fdau-new-name.

       0340-apply-status-change.
           move feed-employee-number to employee-number.
           end-exec.
           move 'UPDATE EMPLOYEE STATUS' to ws-statement-desc.
           perform 0910-check-sqlcode.
           if employee-terminated
               perform 0360-set-term-date
           else
               perform 0365-clear-term-date
           end-if.
           add 1 to ws-status-count.
           move 'STATUS CHANGED' to ws-action-display.
           move employee-status to fdau-new-status.

      *-----------------------------------------------------------------------
      * 0350 - 套用成功後寫一筆稽核記錄到 FEEDAUD。key 用這次載入的時間
      *         戳記加 feed 檔裡的筆數，同一晚同一個員工有好幾筆異動時
      *         照套用順序排。稽核檔寫入失敗不中斷載入（異動本身已經
      *         套用），但一定要留下記錄並以 warning return-code 回報；
      *         寫成功的 key 記下來，abend 時 0915 要刪
      *-----------------------------------------------------------------------
       0350-write-feed-audit.
           move employee-number to fdau-employee-number.
           move ws-run-stamp to fdau-timestamp.
           move ws-read-count to fdau-feed-sequence.
           move feed-action to fdau-action.
           if feed-date = spaces
               move ws-iso-run-date to fdau-feed-date
           else
               move feed-date to fdau-feed-date
           end-if.
           if feed-sent-by = spaces
               move 'HRFEED' to fdau-sent-by
           else
               move feed-sent-by to fdau-sent-by
           end-if.
           move ws-run-date-display to fdau-run-date.
           write feed-audit-record
               invalid key
                   move spaces to log-msg-department
                   move 'W' to log-msg-severity
                   move spaces to log-msg-text
                   string
                       'FEED AUDIT WRITE FAILED EMP='
                       fdau-employee-number
                       ' STATUS=' ws-feedaud-status
                       delimited by size
                       into log-msg-text
                   end-string
                   perform 0950-log-ops-message
                   display 'EMPFEEDLOAD WARNING - FEEDAUD WRITE FAILED '
                       'EMP=' fdau-employee-number
                       ' STATUS=' ws-feedaud-status
                   move 8 to return-code
               not invalid key
                   add 1 to ws-feedaud-count
                   set faw-idx to ws-feedaud-count
                   move fdau-employee-number
                       to faw-employee-number(faw-idx)
                   move fdau-feed-sequence
                       to faw-feed-sequence(faw-idx)
           end-write.

      *-----------------------------------------------------------------------
      * 0360 - 離職日：HR 的異動日，沒給就是載入當天
      *-----------------------------------------------------------------------
       0360-set-term-date.
           if feed-date = spaces
               move ws-iso-run-date to employee-term-date
           else
               move feed-date to employee-term-date
           end-if.
           exec sql
               update EMPLOYEE
                   set EMPLOYEE_TERM_DATE = :employee-term-date
                   where EMPLOYEE_NUMBER = :employee-number
           end-exec.
           move 'UPDATE EMPLOYEE TERM DATE' to ws-statement-desc.
           perform 0910-check-sqlcode.

      *    復職（S 改回 A/L）：離職日清掉，保存期限不能從舊的離職日算
       0365-clear-term-date.
           exec sql
               update EMPLOYEE
                   set EMPLOYEE_TERM_DATE = NULL
                   where EMPLOYEE_NUMBER = :employee-number
           end-exec.
           move 'CLEAR EMPLOYEE TERM DATE' to ws-statement-desc.
           perform 0910-check-sqlcode.

       0240-write-rejected.
           move feed-action to rej-action.
           move feed-hire-date to rej-hire-date.
           move feed-job-title to rej-job-title.
           move feed-status to rej-status.
           move feed-sent-by to rej-sent-by.
           move feed-date to rej-date.
           move ws-reject-reason to rej-reason.
           write rejected-feed-record.
           add 1 to ws-reject-count.
           end-string.
           write edit-report-line.

           move ws-feedaud-count to ws-numeric-edit-5.
           string
               'AUDIT RECORDS:      ' ws-numeric-edit-5
               delimited by size
               into edit-report-line
           end-string.
           write edit-report-line.

           close feed-input-file.
           close rejected-feed-file.
           close edit-report-file.
           close department-master-file.
           close feed-audit-file.

           if ws-reject-count > 0
               move spaces to log-msg-department
                   exec sql
                       rollback
                   end-exec
                   perform 0915-remove-feed-audit
                   close feed-input-file
                   close rejected-feed-file
                   close edit-report-file
                   close department-master-file
                   close feed-audit-file
                   move 16 to return-code
                   goback
               when other
                   continue
           end-evaluate.

      *-----------------------------------------------------------------------
      * 0915 - ROLLBACK 之後把這次寫的 FEEDAUD 記錄刪掉，稽核檔才不會
      *         留下沒有 COMMIT 的異動，重跑也不會同一筆異動記兩次
      *-----------------------------------------------------------------------
       0915-remove-feed-audit.
           move ws-run-stamp to fdau-timestamp.
           perform varying faw-idx from 1 by 1
               until faw-idx > ws-feedaud-count
               move faw-employee-number(faw-idx)
                   to fdau-employee-number
               move faw-feed-sequence(faw-idx) to fdau-feed-sequence
               delete feed-audit-file
                   invalid key
                       continue
               end-delete
           end-perform.
