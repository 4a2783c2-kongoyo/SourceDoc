      * 程式名稱：AudInquiry.cob
      * 程式說明：稽核歷史互動查詢畫面 - 輸入員工編號「或」部門代碼，加
      *           日期區間（YYYYMMDD），一頁一頁瀏覽 EMPAUDIT 裡符合的
      *           before/after 更正記錄（舊部門、新部門、執行日期），
      *           Roll Up/Roll Down 翻頁跟 EmpInquiry 同一套做法。
      *           內部稽核「員工 04217 一月以來改過什麼」從此不用再
      *           dump 整個稽核檔。部門查詢比對的是舊部門或新部門，轉
      *           出、轉入都查得到；部門代碼不對部門主檔驗證 -- 被合併
      *           或裁掉的部門已經不在主檔上，稽核偏偏最常查這種。
      *           EmpFeedLoad 套用 HR 異動留在 FEEDAUD 的記錄（新進、
      *           離職、改名、狀態異動）跟部門更正照 key（員工編號+時間
      *           戳記）合併成一串，一個員工完整的異動經過在同一頁看得
      *           到；每一行列異動種類、異動前後的值、執行日期與送檔人。
      *           只給看 INQAUTH.TXT 上授權給簽入者的部門：部門查詢的
      *           部門不在權限內直接擋掉，員工查詢只列異動前或異動後
      *           部門在權限內的記錄；每一次查詢（含被擋掉的）都經
      *           InqLog 留在永久的 INQLOG 存取記錄裡
      *-----------------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AudInquiry.
               RECORD KEY IS audit-key
               FILE STATUS IS ws-empaud-status.

           SELECT feed-audit-file
               ASSIGN TO "FEEDAUD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS fdau-key
               FILE STATUS IS ws-feedaud-status.

           SELECT inquiry-authority-file
               ASSIGN TO "INQAUTH.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-inqauth-status.

       DATA DIVISION.
       FILE SECTION.
       FD  employee-audit-file.
      *    稽核記錄配置與 SQLWithHold / AudReport 共用同一份 copybook
           COPY AUDREC.

       FD  feed-audit-file.
      *    HR 異動稽核記錄配置與 EmpFeedLoad / AudReport 共用同一份
      *    copybook
           COPY FEEDAUD.

       FD  inquiry-authority-file.
      *    查詢權限名單配置與 EmpInquiry 共用同一份 copybook
           COPY INQAUTH.

       WORKING-STORAGE SECTION.
      *    DB2 SQL Communication Area（只用來取簽入者身分）
           COPY SQLCA.

       01  ws-crt-status            pic 9(4).
       01  ws-pf-key                pic 9(2).
           88  pf-exit                      value 03.
           88  pf-roll-up                   value 08.

       01  ws-empaud-status         pic x(2).
       01  ws-feedaud-status        pic x(2).
       01  ws-feedaud-present       pic x(1) value 'N'.
           88  feedaud-is-present           value 'Y'.
       01  ws-inqauth-status        pic x(2).

      *    選擇條件畫面欄位；員工編號與日期先收文字再驗 numeric，
      *    打錯不會當掉
       01  ws-scan-done             pic x(1) value 'N'.
           88  scan-is-done                 value 'Y'.

      *    兩個檔各自的讀取狀態：讀到底、或員工模式讀過頭就算讀完
       01  ws-audit-done            pic x(1) value 'N'.
           88  audit-is-done                value 'Y'.
       01  ws-feed-done             pic x(1) value 'N'.
           88  feed-is-done                 value 'Y'.

      *    翻頁定位（兩個檔各一組）：position 是這一頁 START 的起點與
      *    方式，start-mode 'G' 用 key >（接續下一頁），'E' 用 key >=
      *    （第一頁與 Roll Down）；resume 是下一頁的起點 -- 這一頁從該
      *    檔用掉的最後一筆的 key（mode 'G'），一筆都沒用到就照抄這一
      *    頁的起點，Roll Up 時整組搬回 position
       01  ws-page-position.
           05  ws-position-key          pic x(19) value low-values.
           05  ws-start-mode            pic x(1) value 'E'.
               88  start-after-position         value 'G'.
           05  ws-feed-position-key     pic x(24) value low-values.
           05  ws-feed-start-mode       pic x(1) value 'E'.
               88  feed-start-after-position    value 'G'.
       01  ws-page-resume.
           05  ws-resume-key            pic x(19) value low-values.
           05  ws-resume-mode           pic x(1) value 'E'.
           05  ws-feed-resume-key       pic x(24) value low-values.
           05  ws-feed-resume-mode      pic x(1) value 'E'.

       01  ws-screen-row-count      pic 9(2) value 0.

           05  audit-page-entry occurs 10 times
               indexed by page-idx.
               10  page-audit-empno      pic 9(5).
               10  page-change-type      pic x(10).
               10  page-before           pic x(20).
               10  page-after            pic x(20).
               10  page-run-date         pic x(10).
               10  page-sent-by          pic x(10).

      *    Roll Down 用的頁面起點堆疊 - 記住每一頁兩個檔的起點，
      *    往回翻頁時重新 START 從該起點讀起
       01  page-start-stack.
           05  page-start-entry occurs 100 times
               indexed by stack-idx.
               10  stack-first-key       pic x(45).
       01  ws-stack-top             pic 9(3) value 0.
       01  ws-current-page-first    pic x(45) value low-values.
       01  ws-stack-full            pic x(1) value 'N'.
           88  stack-is-full                value 'Y'.

       01  ws-error-message         pic x(60) value spaces.
       01  ws-selection-display     pic x(50) value spaces.

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

      *    0180 的輸入與結果：要檢查的部門、有沒有權限看
       01  ws-check-department      pic x(10) value spaces.
       01  ws-dept-authorized       pic x(1) value 'N'.
           88  department-is-authorized     value 'Y'.

      *    查詢存取記錄（CALL 'InqLog'）的參數記錄，欄位說明見
      *    INQLOGP.cpy
           COPY INQLOGP REPLACING ==:TAG:== BY ==acc==.

       SCREEN SECTION.
       01  selection-prompt-screen.
           05  blank screen.
           05  line 1 column 1 value 'AUDIT HISTORY INQUIRY'.
           05  line 2 column 1 pic x(50) from ws-selection-display.
           05  line 3 column 1
               value 'EMPNO CHANGE     BEFORE               '.
           05  line 3 column 39
               value 'AFTER                RUN-DATE   SENT-BY'.
           05  line 4 column 1
               from page-audit-empno(1) pic z(4)9.
           05  line 4 column 7 from page-change-type(1).
           05  line 4 column 18 from page-before(1).
           05  line 4 column 39 from page-after(1).
           05  line 4 column 60 from page-run-date(1).
           05  line 4 column 71 from page-sent-by(1).
           05  line 5 column 1
               from page-audit-empno(2) pic z(4)9.
           05  line 5 column 7 from page-change-type(2).
           05  line 5 column 18 from page-before(2).
           05  line 5 column 39 from page-after(2).
           05  line 5 column 60 from page-run-date(2).
           05  line 5 column 71 from page-sent-by(2).
           05  line 6 column 1
               from page-audit-empno(3) pic z(4)9.
           05  line 6 column 7 from page-change-type(3).
           05  line 6 column 18 from page-before(3).
           05  line 6 column 39 from page-after(3).
           05  line 6 column 60 from page-run-date(3).
           05  line 6 column 71 from page-sent-by(3).
           05  line 7 column 1
               from page-audit-empno(4) pic z(4)9.
           05  line 7 column 7 from page-change-type(4).
           05  line 7 column 18 from page-before(4).
           05  line 7 column 39 from page-after(4).
           05  line 7 column 60 from page-run-date(4).
           05  line 7 column 71 from page-sent-by(4).
           05  line 8 column 1
               from page-audit-empno(5) pic z(4)9.
           05  line 8 column 7 from page-change-type(5).
           05  line 8 column 18 from page-before(5).
           05  line 8 column 39 from page-after(5).
           05  line 8 column 60 from page-run-date(5).
           05  line 8 column 71 from page-sent-by(5).
           05  line 9 column 1
               from page-audit-empno(6) pic z(4)9.
           05  line 9 column 7 from page-change-type(6).
           05  line 9 column 18 from page-before(6).
           05  line 9 column 39 from page-after(6).
           05  line 9 column 60 from page-run-date(6).
           05  line 9 column 71 from page-sent-by(6).
           05  line 10 column 1
               from page-audit-empno(7) pic z(4)9.
           05  line 10 column 7 from page-change-type(7).
           05  line 10 column 18 from page-before(7).
           05  line 10 column 39 from page-after(7).
           05  line 10 column 60 from page-run-date(7).
           05  line 10 column 71 from page-sent-by(7).
           05  line 11 column 1
               from page-audit-empno(8) pic z(4)9.
           05  line 11 column 7 from page-change-type(8).
           05  line 11 column 18 from page-before(8).
           05  line 11 column 39 from page-after(8).
           05  line 11 column 60 from page-run-date(8).
           05  line 11 column 71 from page-sent-by(8).
           05  line 12 column 1
               from page-audit-empno(9) pic z(4)9.
           05  line 12 column 7 from page-change-type(9).
           05  line 12 column 18 from page-before(9).
           05  line 12 column 39 from page-after(9).
           05  line 12 column 60 from page-run-date(9).
           05  line 12 column 71 from page-sent-by(9).
           05  line 13 column 1
               from page-audit-empno(10) pic z(4)9.
           05  line 13 column 7 from page-change-type(10).
           05  line 13 column 18 from page-before(10).
           05  line 13 column 39 from page-after(10).
           05  line 13 column 60 from page-run-date(10).
           05  line 13 column 71 from page-sent-by(10).
           05  line 20 column 1
               value 'F3=EXIT  F7=ROLL DOWN  F8=ROLL UP'.
           05  line 21 column 1 from ws-error-message.
               goback
           end-if.

      *    FEEDAUD 要等 EmpFeedLoad 第一次跑過才會建，還沒建就當沒有
      *    HR 異動記錄，只查部門更正
           open input feed-audit-file.
           evaluate ws-feedaud-status
               when '00'
                   set feedaud-is-present to true
               when '35'
                   continue
               when other
                   display 'AUDINQUIRY - FEED AUDIT FILE OPEN FAILED'
                       ' STATUS=' ws-feedaud-status
                   close employee-audit-file
                   move 16 to return-code
                   goback
           end-evaluate.

           perform 0110-get-system-user.
           perform 0120-load-inquiry-authority.

           perform 0100-prompt-for-selection.
           perform until pf-exit
               perform 0150-validate-selection
           end-perform.

           close employee-audit-file.
           if feedaud-is-present
               close feed-audit-file
           end-if.
           goback.

      *-----------------------------------------------------------------------
           move ws-crt-status to ws-pf-key.
           move spaces to ws-error-message.

      *-----------------------------------------------------------------------
      * 0110 - 從系統取簽入者的身分：權限與存取記錄認的是作業系統的
      *         user profile；取不到身分就不讓人查
      *-----------------------------------------------------------------------
       0110-get-system-user.
           exec sql
               values(user) into :ws-user-id
           end-exec.
           if sqlcode < 0 or ws-user-id = spaces
               display 'AUDINQUIRY - CANNOT ESTABLISH USER IDENTITY'
                   ' SQLCODE=' sqlcode
               close employee-audit-file
               if feedaud-is-present
                   close feed-audit-file
               end-if
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
      * 0150 - 條件檢核：員工編號跟部門擇一（員工編號優先）、日期必須是
      *         數字或空白，日期區間展開成時間戳記區間
               perform 0160-edit-date-range
           end-if.

      *    部門查詢要部門在權限內；員工查詢不擋（員工可能跨過好幾個
      *    部門），改在 0310/0315 逐筆只放權限內部門的記錄
           if selection-is-valid
               and dept-inquiry-mode
               move sel-department to ws-check-department
               perform 0180-check-department-authority
               if not department-is-authorized
                   move 'N' to ws-selection-valid
                   string
                       'NOT AUTHORIZED FOR DEPARTMENT: ' sel-department
                       delimited by size
                       into ws-error-message
                   end-string
                   move 'D' to acc-log-outcome
                   perform 0190-log-audit-inquiry
               end-if
           end-if.

           if selection-is-valid
               move 'G' to acc-log-outcome
               perform 0190-log-audit-inquiry
               perform 0170-format-selection-display
           end-if.

               end-string
           end-if.

      *-----------------------------------------------------------------------
      * 0180 - 查詢權限檢查：全部門權限，或部門代碼落在任何一段授權
      *         區間內（起迄都含）
      *-----------------------------------------------------------------------
       0180-check-department-authority.
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
      * 0190 - 查詢存取記錄：呼叫端先填結果，這裡依查詢模式補種類/
      *         部門/員工、程式名與簽入者再 CALL InqLog；記錄失敗由
      *         InqLog 自己吞掉
      *-----------------------------------------------------------------------
       0190-log-audit-inquiry.
           move 'AUDINQUIRY' to acc-log-program.
           move ws-user-id to acc-log-user-id.
           move spaces to acc-log-search-text.
           if employee-inquiry-mode
               move 'E' to acc-log-inquiry-type
               move spaces to acc-log-department
               move ws-select-employee to acc-log-employee-number
           else
               move 'A' to acc-log-inquiry-type
               move sel-department to acc-log-department
               move 0 to acc-log-employee-number
           end-if.
           call 'InqLog' using acc-inquiry-log.

      *-----------------------------------------------------------------------
      * 0200 - 第一頁定位：員工模式直接從（員工編號+起始時間戳記）起讀，
      *         部門模式從檔頭掃起，兩個檔同一個起點；清空翻頁堆疊
      *-----------------------------------------------------------------------
       0200-position-first-page.
           move 0 to ws-stack-top.
           move 'N' to ws-stack-full.
           move 'Y' to ws-more-rows.
           move 'E' to ws-start-mode.
           move 'E' to ws-feed-start-mode.
           if employee-inquiry-mode
               move ws-select-employee to ws-position-key(1:5)
               move ws-stamp-low to ws-position-key(6:14)
               move ws-position-key to ws-feed-position-key(1:19)
               move zeros to ws-feed-position-key(20:5)
           else
               move low-values to ws-position-key
               move low-values to ws-feed-position-key
           end-if.

      *-----------------------------------------------------------------------
      * 0300 - 從目前定位取一頁（最多 page-size 筆）：兩個檔各自 START
      *         後先各讀一筆，每次取 key 小的那一筆上畫面、再從同一個檔
      *         補讀下一筆（key 相同時部門更正排前面），兩個檔都讀完或
      *         頁面滿了才停；部門模式逐筆過濾。記錄頁首起點以支援
      *         Roll Down，各檔用掉的最後一筆當下一頁的接續點
      *-----------------------------------------------------------------------
       0300-fetch-one-page.
           move spaces to ws-error-message.
           perform varying page-idx from 1 by 1
               until page-idx > 10
               move 0 to page-audit-empno(page-idx)
               move spaces to page-change-type(page-idx)
               move spaces to page-before(page-idx)
               move spaces to page-after(page-idx)
               move spaces to page-run-date(page-idx)
               move spaces to page-sent-by(page-idx)
           end-perform.

           move ws-page-position to ws-current-page-first.
           move ws-position-key to ws-resume-key.
           move ws-start-mode to ws-resume-mode.
           move ws-feed-position-key to ws-feed-resume-key.
           move ws-feed-start-mode to ws-feed-resume-mode.

           perform 0330-start-audit-file.
           perform 0340-start-feed-file.

           move 0 to ws-screen-row-count.
           perform until (audit-is-done and feed-is-done)
               or ws-screen-row-count >= ws-page-size
               if feed-is-done
                   or (not audit-is-done
                       and audit-key <= fdau-key(1:19))
                   perform 0310-screen-one-record
                   move audit-key to ws-resume-key
                   move 'G' to ws-resume-mode
                   perform 0335-read-next-audit
               else
                   perform 0315-screen-one-feed-record
                   move fdau-key to ws-feed-resume-key
                   move 'G' to ws-feed-resume-mode
                   perform 0345-read-next-feed
               end-if
           end-perform.

           if audit-is-done and feed-is-done
               move 'N' to ws-more-rows
           end-if.

           if ws-screen-row-count = 0
               move 'N' to ws-more-rows
               if employee-inquiry-mode
           end-if.

      *-----------------------------------------------------------------------
      * 0310 - 部門更正單筆過濾與上畫面：員工模式讀過頭已經在 0335 擋
      *         掉，這裡只看舊部門或新部門在不在查詢權限內；部門模式
      *         逐筆過濾
      *-----------------------------------------------------------------------
       0310-screen-one-record.
           if employee-inquiry-mode
               move audit-old-department to ws-check-department
               perform 0180-check-department-authority
               if not department-is-authorized
                   move audit-new-department to ws-check-department
                   perform 0180-check-department-authority
               end-if
               if department-is-authorized
                   perform 0320-add-record-to-page
               end-if
           else
               end-if
           end-if.

      *-----------------------------------------------------------------------
      * 0315 - HR 異動單筆過濾與上畫面：部門模式比對異動前或異動後的
      *         部門，新進、轉出都查得到；員工模式一樣只放異動前或
      *         異動後部門在查詢權限內的記錄
      *-----------------------------------------------------------------------
       0315-screen-one-feed-record.
           if employee-inquiry-mode
               move fdau-old-department to ws-check-department
               perform 0180-check-department-authority
               if not department-is-authorized
                   move fdau-new-department to ws-check-department
                   perform 0180-check-department-authority
               end-if
               if department-is-authorized
                   perform 0325-add-feed-to-page
               end-if
           else
               if (fdau-old-department = sel-department
                   or fdau-new-department = sel-department)
                   and fdau-timestamp >= ws-stamp-low(1:14)
                   and fdau-timestamp <= ws-stamp-high
                   perform 0325-add-feed-to-page
               end-if
           end-if.

       0320-add-record-to-page.
           add 1 to ws-screen-row-count.
           set page-idx to ws-screen-row-count.
           move audit-employee-number to page-audit-empno(page-idx).
           move 'DEPT CHG' to page-change-type(page-idx).
           move audit-old-department to page-before(page-idx).
           move audit-new-department to page-after(page-idx).
           move audit-run-date to page-run-date(page-idx).
           move spaces to page-sent-by(page-idx).

      *-----------------------------------------------------------------------
      * 0325 - HR 異動上畫面：前後值只列這個動作動到的欄位 -- 新進列
      *         進入的部門、離職與狀態異動列狀態、改名列姓名（畫面放
      *         不下的部分看 AudReport）
      *-----------------------------------------------------------------------
       0325-add-feed-to-page.
           add 1 to ws-screen-row-count.
           set page-idx to ws-screen-row-count.
           move fdau-employee-number to page-audit-empno(page-idx).
           evaluate true
               when fdau-action-add
                   move 'HIRE' to page-change-type(page-idx)
                   move spaces to page-before(page-idx)
                   move fdau-new-department to page-after(page-idx)
               when fdau-action-terminate
                   move 'TERMINATE' to page-change-type(page-idx)
                   string
                       'STATUS ' fdau-old-status
                       delimited by size
                       into page-before(page-idx)
                   end-string
                   string
                       'STATUS ' fdau-new-status
                       delimited by size
                       into page-after(page-idx)
                   end-string
               when fdau-action-name
                   move 'NAME CHG' to page-change-type(page-idx)
                   move fdau-old-name to page-before(page-idx)
                   move fdau-new-name to page-after(page-idx)
               when other
                   move 'STATUS CHG' to page-change-type(page-idx)
                   string
                       'STATUS ' fdau-old-status
                       delimited by size
                       into page-before(page-idx)
                   end-string
                   string
                       'STATUS ' fdau-new-status
                       delimited by size
                       into page-after(page-idx)
                   end-string
           end-evaluate.
           move fdau-run-date to page-run-date(page-idx).
           move fdau-sent-by to page-sent-by(page-idx).

      *-----------------------------------------------------------------------
      * 0330 - 部門更正檔定位並預讀第一筆
      *-----------------------------------------------------------------------
       0330-start-audit-file.
           move ws-position-key to audit-key.
           move 'N' to ws-audit-done.
           if start-after-position
               start employee-audit-file
                   key > audit-key
                   invalid key
                       move 'Y' to ws-audit-done
               end-start
           else
               start employee-audit-file
                   key >= audit-key
                   invalid key
                       move 'Y' to ws-audit-done
               end-start
           end-if.
           if not audit-is-done
               perform 0335-read-next-audit
           end-if.

      *-----------------------------------------------------------------------
      * 0335 - 部門更正檔讀下一筆：員工模式靠 key 順序判斷讀過頭（編號
      *         變了或時間戳記超過迄日就收工）
      *-----------------------------------------------------------------------
       0335-read-next-audit.
           read employee-audit-file next
               at end
                   move 'Y' to ws-audit-done
           end-read.
           if not audit-is-done
               if ws-empaud-status not = '00'
                   move 'Y' to ws-audit-done
               else
                   if employee-inquiry-mode
                       and (audit-employee-number
                               not = ws-select-employee
                           or audit-timestamp > ws-stamp-high)
                       move 'Y' to ws-audit-done
                   end-if
               end-if
           end-if.

      *-----------------------------------------------------------------------
      * 0340 - HR 異動稽核檔定位並預讀第一筆
      *-----------------------------------------------------------------------
       0340-start-feed-file.
           move ws-feed-position-key to fdau-key.
           move 'N' to ws-feed-done.
           evaluate true
               when not feedaud-is-present
                   move 'Y' to ws-feed-done
               when feed-start-after-position
                   start feed-audit-file
                       key > fdau-key
                       invalid key
                           move 'Y' to ws-feed-done
                   end-start
               when other
                   start feed-audit-file
                       key >= fdau-key
                       invalid key
                           move 'Y' to ws-feed-done
                   end-start
           end-evaluate.
           if not feed-is-done
               perform 0345-read-next-feed
           end-if.

       0345-read-next-feed.
           read feed-audit-file next
               at end
                   move 'Y' to ws-feed-done
           end-read.
           if not feed-is-done
               if ws-feedaud-status not = '00'
                   move 'Y' to ws-feed-done
               else
                   if employee-inquiry-mode
                       and (fdau-employee-number
                               not = ws-select-employee
                           or fdau-timestamp > ws-stamp-high)
                       move 'Y' to ws-feed-done
                   end-if
               end-if
           end-if.

      *-----------------------------------------------------------------------
      * 0400 - 瀏覽迴圈：顯示目前頁面，依 F7/F8/F3 翻頁或離開
           end-perform.

      *-----------------------------------------------------------------------
      * 0420 - Roll Up (往下一頁)：把目前頁首存進堆疊，兩個檔各從這一頁
      *         用掉的最後一筆的下一筆接著讀
      *-----------------------------------------------------------------------
       0420-roll-up.
           if no-more-rows
               else
                   move 'Y' to ws-stack-full
               end-if
               move ws-page-resume to ws-page-position
               perform 0300-fetch-one-page
      *        頁首堆疊只記得 100 層；超過這個深度還繼續往下讀沒問題，
      *        但再往下翻就沒有頁首可以 ROLL DOWN 回來了，要讓使用者
           end-if.

      *-----------------------------------------------------------------------
      * 0430 - Roll Down (往上一頁)：從堆疊取出前一頁兩個檔的起點，重新
      *         START 從該起點讀起
      *-----------------------------------------------------------------------
       0430-roll-down.
           if ws-stack-top = 0
               move 'ALREADY AT FIRST PAGE' to ws-error-message
           else
               move stack-first-key(ws-stack-top)
                   to ws-page-position
               subtract 1 from ws-stack-top
               move 'Y' to ws-more-rows
               perform 0300-fetch-one-page
           end-if.
