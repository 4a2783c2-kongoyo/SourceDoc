      * 程式說明：HR 互動查詢畫面 - 輸入部門代碼後，用跟 SQLWithHold 一樣的
      *           WITH HOLD cursor 模式一頁一頁 FETCH，讓 HR 用 Roll Up/
      *           Roll Down 翻頁瀏覽該部門員工名冊，不用等批次 JOB。
      *           只給看 INQAUTH.TXT 上授權給簽入者的部門：部門代碼不在
      *           權限內直接擋掉，姓名搜尋的結果只列權限內部門的員工；
      *           每一次查詢（含被擋掉的）與姓名搜尋列出的每個員工都
      *           經 InqLog 留在永久的 INQLOG 存取記錄裡。
      *-----------------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EmpInquiry.
               RECORD KEY IS dept-code
               FILE STATUS IS ws-deptmst-status.

           SELECT inquiry-authority-file
               ASSIGN TO "INQAUTH.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-inqauth-status.

       DATA DIVISION.
       FILE SECTION.
       FD  department-master-file.
      *    部門主檔配置與 SQLWithHold / CorrEdit 共用同一份 copybook
           COPY DEPTREC.

       FD  inquiry-authority-file.
      *    查詢權限名單配置與 AudInquiry 共用同一份 copybook
           COPY INQAUTH.

       WORKING-STORAGE SECTION.
      *    共用員工記錄配置，跟 SQLWithHold 用同一份 copybook
           COPY EMPREC.
       01  ws-numeric-edit-5        pic -(5)9.

       01  ws-deptmst-status        pic x(2).
       01  ws-inqauth-status        pic x(2).
       01  ws-dept-valid            pic x(1) value 'N'.
           88  department-is-valid          value 'Y'.
       01  ws-dept-name-display     pic x(30) value spaces.
       01  ws-name-length           pic 9(2) value 0.
       01  ws-scan-idx              pic 9(2) value 0.

      *    簽入者身分（系統的 user profile，不是畫面上打的字）
       01  ws-user-id               pic x(10) value spaces.

      *    這個使用者的查詢權限（INQAUTH.TXT 裡屬於他的列載進來）：
      *    部門代碼區間，或全部門
       01  inquiry-authority-table.
           05  inquiry-authority-entry occurs 50 times
               indexed by iqa-idx.
               10  iqa-dept-low          pic x(10).
               10  iqa-dept-high         pic x(10).
       01  ws-iqa-total             pic 9(2) value 0.
       01  ws-all-departments       pic x(1) value 'N'.
           88  user-sees-all-departments    value 'Y'.

      *    0160 的輸入與結果：要檢查的部門、有沒有權限看
       01  ws-check-department      pic x(10) value spaces.
       01  ws-dept-authorized       pic x(1) value 'N'.
           88  department-is-authorized     value 'Y'.

      *    查詢存取記錄（CALL 'InqLog'）的參數記錄，欄位說明見
      *    INQLOGP.cpy
           COPY INQLOGP REPLACING ==:TAG:== BY ==acc==.

       SCREEN SECTION.
       01  department-prompt-screen.
           05  blank screen.
               goback
           end-if.

           perform 0110-get-system-user.
           perform 0120-load-inquiry-authority.

           perform 0100-prompt-for-department.
           perform until pf-exit
               evaluate true
           move ws-crt-status to ws-pf-key.
           move spaces to ws-error-message.

      *-----------------------------------------------------------------------
      * 0110 - 從系統取簽入者的身分：權限與存取記錄認的是作業系統的
      *         user profile；跟 DeptMapMaint 同一套做法，取不到身分
      *         就不讓人查
      *-----------------------------------------------------------------------
       0110-get-system-user.
           exec sql
               values(user) into :ws-user-id
           end-exec.
           move 'VALUES(USER)' to ws-statement-desc.
           perform 0910-check-sqlcode.
           if sqlcode < 0 or ws-user-id = spaces
               display 'EMPINQUIRY - CANNOT ESTABLISH USER IDENTITY'
                   ' SQLCODE=' sqlcode
               close department-master-file
               move 16 to return-code
               goback
           end-if.

      *-----------------------------------------------------------------------
      * 0120 - 載入這個使用者的查詢權限；名單開不起來或名單上沒有他，
      *         表就是空的 -- 什麼部門都看不到，不會變成全部都看得到
      *-----------------------------------------------------------------------
       0120-load-inquiry-authority.
           move 0 to ws-iqa-total.
           move 'N' to ws-all-departments.
           open input inquiry-authority-file.
           if ws-inqauth-status = '00'
               perform until ws-inqauth-status not = '00'
                   read inquiry-authority-file
                   if ws-inqauth-status = '00'
                       and iqau-user-id = ws-user-id
                       perform 0125-add-authority-entry
                   end-if
               end-perform
               close inquiry-authority-file
           end-if.

       0125-add-authority-entry.
           evaluate true
               when iqau-all-departments
                   set user-sees-all-departments to true
               when iqau-dept-low = spaces
                   continue
               when ws-iqa-total < 50
                   add 1 to ws-iqa-total
                   move iqau-dept-low to iqa-dept-low(ws-iqa-total)
                   if iqau-dept-high = spaces
                       move iqau-dept-low
                           to iqa-dept-high(ws-iqa-total)
                   else
                       move iqau-dept-high
                           to iqa-dept-high(ws-iqa-total)
                   end-if
               when other
                   continue
           end-evaluate.

      *-----------------------------------------------------------------------
      * 0150 - 部門代碼必須存在於部門主檔且仍為 active，不然以前打錯代碼
      *         只會看到一頁 NO MORE EMPLOYEES；還要在簽入者的查詢權限
      *         內。通過時把部門全名留下來給名冊畫面表頭用；查得到的
      *         部門不論放行或擋掉都留一筆存取記錄
      *-----------------------------------------------------------------------
       0150-validate-department.
           set dept-inquiry-mode to true.
                       into ws-error-message
                   end-string
               when other
                   move ws-department-code to ws-check-department
                   perform 0160-check-department-authority
                   if department-is-authorized
                       set department-is-valid to true
                       move dept-name to ws-dept-name-display
                       move 'G' to acc-log-outcome
                   else
                       string
                           'NOT AUTHORIZED FOR DEPARTMENT: '
                           ws-department-code
                           delimited by size
                           into ws-error-message
                       end-string
                       move 'D' to acc-log-outcome
                   end-if
                   move 'D' to acc-log-inquiry-type
                   move ws-department-code to acc-log-department
                   move 0 to acc-log-employee-number
                   move spaces to acc-log-search-text
                   perform 0950-log-inquiry
           end-evaluate.

      *-----------------------------------------------------------------------
      * 0160 - 查詢權限檢查：全部門權限，或部門代碼落在任何一段授權
      *         區間內（起迄都含）
      *-----------------------------------------------------------------------
       0160-check-department-authority.
           move 'N' to ws-dept-authorized.
           if user-sees-all-departments
               set department-is-authorized to true
           else
               perform varying iqa-idx from 1 by 1
                   until iqa-idx > ws-iqa-total
                   or department-is-authorized
                   if ws-check-department >= iqa-dept-low(iqa-idx)
                       and ws-check-department
                           <= iqa-dept-high(iqa-idx)
                       set department-is-authorized to true
                   end-if
               end-perform
           end-if.

      *-----------------------------------------------------------------------
      * 0200 - 開啟 WITH HOLD cursor，限定在這個部門代碼
      *-----------------------------------------------------------------------

      *-----------------------------------------------------------------------
      * 0410 - 從目前 cursor 位置取一頁 (page-size 筆)，記錄頁首員工編號
      *         以支援 Roll Down。姓名搜尋是跨部門的，查詢權限外部門的
      *         員工不上畫面、直接跳過繼續 FETCH 到湊滿一頁；上畫面的
      *         員工各留一筆存取記錄（部門瀏覽在 0150 已經整個部門記
      *         過了）
      *-----------------------------------------------------------------------
       0410-fetch-one-page.
           move spaces to ws-error-message.
           end-perform.

           move 0 to ws-screen-row-count.
           perform until ws-screen-row-count >= ws-page-size
               or no-more-rows
               exec sql
                   fetch inq-cursor
                       into :employee-number, :employee-name,
                   move 'N' to ws-more-rows
               else
                   perform 0910-check-sqlcode
      *            FETCH 失敗就停在這一頁，不然跳過權限外的列會一直
      *            重試同一個錯誤
                   if sqlcode < 0
                       move 'N' to ws-more-rows
                   else
                       move employee-department to ws-check-department
                       perform 0160-check-department-authority
                       if department-is-authorized
                           perform 0415-add-employee-to-page
                       end-if
                   end-if
               end-if
           end-perform.
               end-if
           end-if.

       0415-add-employee-to-page.
           add 1 to ws-screen-row-count.
           set page-idx to ws-screen-row-count.
           move employee-number to page-employee-number(page-idx).
           move employee-name to page-employee-name(page-idx).
           move employee-department to page-employee-dept(page-idx).
           move employee-status to page-employee-status(page-idx).
           move employee-hire-date to page-hire-date(page-idx).
           move employee-job-title(1:12) to page-job-title(page-idx).
           if ws-screen-row-count = 1
               move employee-number to ws-current-page-first
           end-if.
           if name-inquiry-mode
               move 'V' to acc-log-inquiry-type
               move employee-department to acc-log-department
               move employee-number to acc-log-employee-number
               move ws-search-name to acc-log-search-text
               move 'G' to acc-log-outcome
               perform 0950-log-inquiry
           end-if.

      *-----------------------------------------------------------------------
      * 0420 - Roll Up (往下一頁)：把目前頁首存進堆疊，繼續往下 FETCH
      *-----------------------------------------------------------------------
           set name-inquiry-mode to true.
           perform 0610-prompt-for-name.
           if not pf-exit and ws-search-name not = spaces
               move 'N' to acc-log-inquiry-type
               move spaces to acc-log-department
               move 0 to acc-log-employee-number
               move ws-search-name to acc-log-search-text
               move 'G' to acc-log-outcome
               perform 0950-log-inquiry
               perform 0620-build-name-pattern
               perform 0630-open-name-cursor
               perform 0300-fetch-first-page
               when other
                   continue
           end-evaluate.

      *-----------------------------------------------------------------------
      * 0950 - 查詢存取記錄：呼叫端先填種類/部門/員工/搜尋條件/結果，
      *         這裡補程式名與簽入者再 CALL InqLog；記錄失敗由 InqLog
      *         自己吞掉
      *-----------------------------------------------------------------------
       0950-log-inquiry.
           move 'EMPINQUIRY' to acc-log-program.
           move ws-user-id to acc-log-user-id.
           call 'InqLog' using acc-inquiry-log.
