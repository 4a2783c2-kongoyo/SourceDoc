      *-----------------------------------------------------------------------
      * 程式名稱：DeptMaint.cob
      * 程式說明：部門主檔 DEPTMAST 的異動申請與覆核 5250 維護畫面，
      *           取代手編主檔。HR 人員輸入部門代碼、異動種類（A=新增
      *           C=改名稱/主管 D=停用 R=重新啟用）、新名稱/新主管、
      *           生效執行日 YYYYMMDD 與原因（必填）；另一位有覆核權限
      *           （CORRAUTH.TXT，跟更正/重組對照覆核同一份名單）的人
      *           必須逐筆覆核（status 'A'），DeptChgApply 夜間批次在
      *           生效日到期後才真的回寫主檔並在 DEPTCHG 留異動記錄。
      *           不能覆核自己輸入的申請。
      *           停用前先擋：部門裡還有在職/留停的員工、EMPCORRK 還有
      *           未套用（'E'/'A'）的更正要移進來、DEPTMAPK 還有已覆核
      *           的對照要把人搬進來，都不准送停用申請 -- 停掉一個還有
      *           人、還有人要進來的部門，隔晚對帳跟重組就一起出事。
      *           DeptChgApply 套用前會再擋一次（輸入到生效之間狀況可能
      *           變了）。
      *-----------------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DeptMaint.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS ws-crt-status.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT dept-change-request-file
               ASSIGN TO "DEPTCHGK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS dchg-key
               FILE STATUS IS ws-dchg-status.

           SELECT department-master-file
               ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS dept-code
               FILE STATUS IS ws-deptmst-status.

           SELECT pending-corrections-file
               ASSIGN TO "EMPCORRK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS pcorr-key
               FILE STATUS IS ws-corrk-status.

           SELECT dept-mapping-file
               ASSIGN TO "DEPTMAPK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS dmap-key
               FILE STATUS IS ws-dmap-status.

           SELECT approval-authority-file
               ASSIGN TO "CORRAUTH.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-auth-status.

       DATA DIVISION.
       FILE SECTION.
       FD  dept-change-request-file.
      *    異動申請記錄配置與 DeptChgApply 共用同一份 copybook
           COPY DCHGREC.

       FD  department-master-file.
      *    部門主檔配置與 SQLWithHold / CorrEdit 共用同一份 copybook
           COPY DEPTREC.

       FD  pending-corrections-file.
      *    更正記錄配置與 SQLWithHold / CorrMaint 共用同一份 copybook
           COPY CORRREC.

       FD  dept-mapping-file.
      *    對照記錄配置與 DeptMapMaint / DeptReorg 共用同一份 copybook
           COPY DMAPREC.

       FD  approval-authority-file.
      *    有覆核權限的使用者名單，一行一個 user id，跟 CorrMaint 共用
       01  authority-record.
           05  auth-rec-user-id         pic x(10).

       WORKING-STORAGE SECTION.
      *    DB2 SQL Communication Area（取簽入者身分、停用前的人數檢查）
           COPY SQLCA.

       01  ws-statement-desc        pic x(30).

       01  ws-crt-status            pic 9(4).
       01  ws-pf-key                pic 9(2).
           88  pf-exit                      value 03.
           88  pf-confirm                   value 06.
           88  pf-skip                      value 08.
           88  pf-cancel                    value 12.

       01  ws-dchg-status           pic x(2).
       01  ws-deptmst-status        pic x(2).
       01  ws-corrk-status          pic x(2).
       01  ws-dmap-status           pic x(2).
       01  ws-auth-status           pic x(2).

      *    更正檔/對照檔還沒建過（第一次用，35）就當成沒有東西要擋
       01  ws-corrk-present         pic x(1) value 'N'.
           88  corrk-is-present             value 'Y'.
       01  ws-dmap-present          pic x(1) value 'N'.
           88  dmap-is-present              value 'Y'.

       01  ws-user-id               pic x(10) value spaces.
       01  ws-mode-select           pic x(1) value space.

      *    覆核權限名單（CORRAUTH.TXT 載進來）
       01  authority-table.
           05  authority-entry occurs 50 times
               indexed by auth-idx.
               10  auth-user-id          pic x(10).
       01  ws-auth-total            pic 9(2) value 0.
       01  ws-user-authorized       pic x(1) value 'N'.
           88  user-is-authorized           value 'Y'.

      *    輸入畫面欄位；生效日先收文字再驗 numeric，打錯不會當掉
       01  ent-department           pic x(10) value spaces.
       01  ent-action               pic x(1) value space.
           88  ent-action-add               value 'A'.
           88  ent-action-change            value 'C'.
           88  ent-action-deactivate        value 'D'.
           88  ent-action-reactivate        value 'R'.
       01  ent-new-name             pic x(30) value spaces.
       01  ent-new-manager          pic x(30) value spaces.
       01  ent-effective-date       pic x(8) value spaces.
       01  ent-reason               pic x(40) value spaces.
      *    生效日驗過 numeric 後搬過來驗是不是真的日期
       01  ws-effective-date-num    pic 9(8) value 0.

      *    主檔目前的值與套用後的值（確認/覆核畫面 echo 用）
       01  ws-cur-name              pic x(30) value spaces.
       01  ws-cur-manager           pic x(30) value spaces.
       01  ws-cur-status-text       pic x(10) value spaces.
       01  ws-show-new-name         pic x(30) value spaces.
       01  ws-show-new-manager      pic x(30) value spaces.
       01  ws-show-new-status       pic x(10) value spaces.
       01  ws-action-text           pic x(20) value spaces.

       01  ws-entry-valid           pic x(1) value 'N'.
           88  entry-is-valid               value 'Y'.

       01  ws-next-sequence         pic 9(3) value 1.
       01  ws-seq-scan-done         pic x(1) value 'N'.
           88  seq-scan-is-done             value 'Y'.
       01  ws-open-request          pic x(1) value 'N'.
           88  dept-has-open-request        value 'Y'.
       01  ws-open-sequence         pic 9(3) value 0.

      *    停用前檢查用
       01  ws-check-department      pic x(10) value spaces.
       01  ws-employee-count        pic 9(7) value 0.
       01  ws-guard-scan-done       pic x(1) value 'N'.
           88  guard-scan-is-done           value 'Y'.
       01  ws-guard-hit             pic x(1) value 'N'.
           88  guard-was-hit                value 'Y'.

       01  ws-approval-done         pic x(1) value 'N'.
           88  approval-scan-done           value 'Y'.
       01  ws-record-decided        pic x(1) value 'N'.
           88  record-is-decided            value 'Y'.
       01  ws-approve-count         pic 9(5) value 0.
       01  ws-enter-count           pic 9(5) value 0.

       01  ws-current-date-long     pic x(21).
       01  ws-run-date-display      pic x(10).

       01  ws-error-message         pic x(60) value spaces.
       01  ws-numeric-edit-5        pic -(5)9.
       01  ws-numeric-edit-7        pic zzzzzz9.
       01  ws-numeric-edit-seq      pic zz9.

       SCREEN SECTION.
      *    user id 只顯示不給改：身分從系統取（0110），鍵盤打得出來的
      *    身分擋不住自己核准自己，兩人控管就破功了
       01  signon-screen.
           05  blank screen.
           05  line 1 column 1
               value 'DEPARTMENT MAINTENANCE - SIGN ON'.
           05  line 3 column 1 value 'USER ID........:'.
           05  line 3 column 19 pic x(10) from ws-user-id.
           05  line 5 column 1 value 'OPTION.........:'.
           05  line 5 column 19 pic x(1) to ws-mode-select.
           05  line 7 column 1
               value '1=ENTER CHANGE  2=APPROVE CHANGES'.
           05  line 9 column 1 value 'F3=EXIT'.
           05  line 11 column 1 pic x(60) from ws-error-message.

       01  entry-screen.
           05  blank screen.
           05  line 1 column 1
               value 'DEPARTMENT MAINTENANCE - ENTER CHANGE'.
           05  line 1 column 50 pic x(10) from ws-user-id.
           05  line 3 column 1 value 'DEPARTMENT.....:'.
           05  line 3 column 19 pic x(10) to ent-department.
           05  line 4 column 1 value 'ACTION.........:'.
           05  line 4 column 19 pic x(1) to ent-action.
           05  line 4 column 23
               value 'A=ADD C=CHANGE D=DEACTIVATE R=REACTIVATE'.
           05  line 5 column 1 value 'NEW NAME.......:'.
           05  line 5 column 19 pic x(30) to ent-new-name.
           05  line 6 column 1 value 'NEW MANAGER....:'.
           05  line 6 column 19 pic x(30) to ent-new-manager.
           05  line 7 column 1 value 'EFFECTIVE DATE.:'.
           05  line 7 column 19 pic x(8) to ent-effective-date.
           05  line 7 column 29 value '(YYYYMMDD)'.
           05  line 8 column 1 value 'REASON.........:'.
           05  line 8 column 19 pic x(40) to ent-reason.
           05  line 10 column 1
               value 'NAME/MANAGER LEFT BLANK ON C = UNCHANGED'.
           05  line 12 column 1 value 'F3=EXIT  F12=SIGN ON'.
           05  line 14 column 1 pic x(60) from ws-error-message.

       01  confirm-screen.
           05  blank screen.
           05  line 1 column 1
               value 'DEPARTMENT MAINTENANCE - CONFIRM'.
           05  line 3 column 1 value 'DEPARTMENT.....:'.
           05  line 3 column 19 pic x(10) from ent-department.
           05  line 3 column 31 pic x(20) from ws-action-text.
           05  line 5 column 19 value 'CURRENT'.
           05  line 5 column 51 value 'AFTER CHANGE'.
           05  line 6 column 1 value 'NAME...........:'.
           05  line 6 column 19 pic x(30) from ws-cur-name.
           05  line 6 column 51 pic x(30) from ws-show-new-name.
           05  line 7 column 1 value 'MANAGER........:'.
           05  line 7 column 19 pic x(30) from ws-cur-manager.
           05  line 7 column 51 pic x(30) from ws-show-new-manager.
           05  line 8 column 1 value 'STATUS.........:'.
           05  line 8 column 19 pic x(10) from ws-cur-status-text.
           05  line 8 column 51 pic x(10) from ws-show-new-status.
           05  line 9 column 1 value 'EFFECTIVE DATE.:'.
           05  line 9 column 19 pic x(8) from ent-effective-date.
           05  line 10 column 1 value 'REASON.........:'.
           05  line 10 column 19 pic x(40) from ent-reason.
           05  line 12 column 1 value 'F6=CONFIRM  F12=CANCEL'.
           05  line 14 column 1 pic x(60) from ws-error-message.

       01  approve-screen.
           05  blank screen.
           05  line 1 column 1
               value 'DEPARTMENT MAINTENANCE - APPROVE'.
           05  line 1 column 50 pic x(10) from ws-user-id.
           05  line 3 column 1 value 'DEPARTMENT.....:'.
           05  line 3 column 19 pic x(10) from dchg-department.
           05  line 3 column 31 pic x(20) from ws-action-text.
           05  line 5 column 19 value 'CURRENT'.
           05  line 5 column 51 value 'AFTER CHANGE'.
           05  line 6 column 1 value 'NAME...........:'.
           05  line 6 column 19 pic x(30) from ws-cur-name.
           05  line 6 column 51 pic x(30) from ws-show-new-name.
           05  line 7 column 1 value 'MANAGER........:'.
           05  line 7 column 19 pic x(30) from ws-cur-manager.
           05  line 7 column 51 pic x(30) from ws-show-new-manager.
           05  line 8 column 1 value 'STATUS.........:'.
           05  line 8 column 19 pic x(10) from ws-cur-status-text.
           05  line 8 column 51 pic x(10) from ws-show-new-status.
           05  line 9 column 1 value 'EFFECTIVE DATE.:'.
           05  line 9 column 19 pic x(8) from dchg-effective-date.
           05  line 10 column 1 value 'REASON.........:'.
           05  line 10 column 19 pic x(40) from dchg-reason.
           05  line 11 column 1 value 'ENTERED BY.....:'.
           05  line 11 column 19 pic x(10) from dchg-entered-by.
           05  line 11 column 31 value 'ON'.
           05  line 11 column 35 pic x(10) from dchg-entered-date.
           05  line 13 column 1
               value 'F6=APPROVE  F8=SKIP  F3=EXIT'.
           05  line 15 column 1 pic x(60) from ws-error-message.

      *-----------------------------------------------------------------------
       PROCEDURE DIVISION.
       begin.
           perform 0100-initialize.
           perform 0200-signon-prompt.
           perform until pf-exit
               evaluate ws-mode-select
                   when '1'
                       perform 0300-entry-mode
                   when '2'
                       perform 0400-approval-mode
      *            選項空白（直接按 ENTER）只是重新顯示簽到畫面
                   when space
                       continue
                   when other
                       move 'INVALID OPTION - ENTER 1 OR 2'
                           to ws-error-message
               end-evaluate
               perform 0200-signon-prompt
           end-perform.
           perform 0900-terminate.
           goback.

      *-----------------------------------------------------------------------
      * 0100 - 初始化：開檔（申請檔第一次用不存在就建起來）、取得執行
      *         日期、載入覆核權限名單
      *-----------------------------------------------------------------------
       0100-initialize.
           open i-o dept-change-request-file.
           if ws-dchg-status = '35'
               open output dept-change-request-file
               close dept-change-request-file
               open i-o dept-change-request-file
           end-if.
           if ws-dchg-status not = '00'
               display 'DEPTMAINT - OPEN FAILED ON DEPTCHGK'
                   ' STATUS=' ws-dchg-status
               move 16 to return-code
               goback
           end-if.

           open input department-master-file.
           if ws-deptmst-status not = '00'
               display 'DEPTMAINT - OPEN FAILED ON DEPTMAST'
                   ' STATUS=' ws-deptmst-status
               move 16 to return-code
               goback
           end-if.

           open input pending-corrections-file.
           evaluate ws-corrk-status
               when '00'
                   set corrk-is-present to true
               when '35'
                   continue
               when other
                   display 'DEPTMAINT - OPEN FAILED ON EMPCORRK'
                       ' STATUS=' ws-corrk-status
                   move 16 to return-code
                   goback
           end-evaluate.

           open input dept-mapping-file.
           evaluate ws-dmap-status
               when '00'
                   set dmap-is-present to true
               when '35'
                   continue
               when other
                   display 'DEPTMAINT - OPEN FAILED ON DEPTMAPK'
                       ' STATUS=' ws-dmap-status
                   move 16 to return-code
                   goback
           end-evaluate.

           move function current-date to ws-current-date-long.
           string
               ws-current-date-long(5:2) '/'
               ws-current-date-long(7:2) '/'
               ws-current-date-long(1:4)
               delimited by size
               into ws-run-date-display
           end-string.

           perform 0110-get-system-user.
           perform 0150-load-authority-list.

      *-----------------------------------------------------------------------
      * 0110 - 從系統取簽入者的身分：輸入人/覆核人記的是作業系統的
      *         user profile，不是畫面上打的字，稽核才追得到真人；
      *         跟 CorrMaint 同一套做法
      *-----------------------------------------------------------------------
       0110-get-system-user.
           exec sql
               values(user) into :ws-user-id
           end-exec.
           move 'VALUES(USER)' to ws-statement-desc.
           perform 0910-check-sqlcode.
      *    positive 的 warning SQLCODE 放行（身分有取到就好），負的或
      *    取回空白才是真的拿不到身分
           if sqlcode < 0 or ws-user-id = spaces
               display 'DEPTMAINT - CANNOT ESTABLISH USER IDENTITY'
                   ' SQLCODE=' sqlcode
               perform 0920-close-files
               move 16 to return-code
               goback
           end-if.

      *-----------------------------------------------------------------------
      * 0150 - 載入覆核權限名單；名單開不起來不擋輸入作業，只是沒有人
      *         能做覆核
      *-----------------------------------------------------------------------
       0150-load-authority-list.
           move 0 to ws-auth-total.
           open input approval-authority-file.
           if ws-auth-status = '00'
               perform until ws-auth-status not = '00'
                   read approval-authority-file
                   if ws-auth-status = '00'
                       and auth-rec-user-id not = spaces
                       and ws-auth-total < 50
                       add 1 to ws-auth-total
                       move auth-rec-user-id
                           to auth-user-id(ws-auth-total)
                   end-if
               end-perform
               close approval-authority-file
           end-if.

      *-----------------------------------------------------------------------
      * 0200 - 簽到畫面：user id + 作業選項
      *-----------------------------------------------------------------------
       0200-signon-prompt.
           move spaces to ws-mode-select.
           display signon-screen.
           accept signon-screen.
           move ws-crt-status to ws-pf-key.
           move spaces to ws-error-message.

      *-----------------------------------------------------------------------
      * 0300 - 輸入模式：收申請欄位、驗證、目前值與異動後的值 echo
      *         回來確認後寫檔
      *-----------------------------------------------------------------------
       0300-entry-mode.
           perform 0310-prompt-entry.
           perform until pf-exit or pf-cancel
               perform 0320-validate-entry
               if entry-is-valid
                   perform 0330-confirm-and-write
               end-if
               perform 0310-prompt-entry
           end-perform.
      *    F12 只是回簽到畫面，不能讓主迴圈以為要離開整個程式
           if pf-cancel
               move 0 to ws-pf-key
           end-if.

       0310-prompt-entry.
           move spaces to ent-department.
           move spaces to ent-action.
           move spaces to ent-new-name.
           move spaces to ent-new-manager.
           move spaces to ent-effective-date.
           move spaces to ent-reason.
           display entry-screen.
           accept entry-screen.
           move ws-crt-status to ws-pf-key.
           move spaces to ws-error-message.

      *-----------------------------------------------------------------------
      * 0320 - 單筆輸入驗證：部門代碼必填、異動種類對主檔現況要說得
      *         通、同一部門不能同時有兩筆未套用的申請、生效日必須是
      *         8 位數字、原因必填；停用另外跑 0500 的在用檢查
      *-----------------------------------------------------------------------
       0320-validate-entry.
           if pf-exit or pf-cancel
               move 'N' to ws-entry-valid
           else
               move 'Y' to ws-entry-valid

               if ent-department = spaces
                   move 'N' to ws-entry-valid
                   move 'DEPARTMENT REQUIRED' to ws-error-message
               end-if

               if entry-is-valid
                   and not ent-action-add
                   and not ent-action-change
                   and not ent-action-deactivate
                   and not ent-action-reactivate
                   move 'N' to ws-entry-valid
                   move 'ACTION MUST BE A, C, D OR R'
                       to ws-error-message
               end-if

               if entry-is-valid
                   perform 0322-check-department
               end-if

               if entry-is-valid
                   perform 0342-assign-next-sequence
                   if dept-has-open-request
                       move 'N' to ws-entry-valid
                       move ws-open-sequence to ws-numeric-edit-seq
                       string
                           'DEPARTMENT ALREADY HAS CHANGE '
                           ws-numeric-edit-seq
                           ' PENDING - NOT YET APPLIED'
                           delimited by size
                           into ws-error-message
                       end-string
                   end-if
               end-if

               if entry-is-valid
                   and ent-effective-date not numeric
                   move 'N' to ws-entry-valid
                   move 'EFFECTIVE DATE MUST BE YYYYMMDD'
                       to ws-error-message
               end-if

               if entry-is-valid
                   move ent-effective-date to ws-effective-date-num
                   if function test-date-yyyymmdd(ws-effective-date-num)
                       not = 0
                       move 'N' to ws-entry-valid
                       move 'EFFECTIVE DATE MUST BE YYYYMMDD'
                           to ws-error-message
                   end-if
               end-if

               if entry-is-valid
                   and ent-reason = spaces
                   move 'N' to ws-entry-valid
                   move 'REASON REQUIRED' to ws-error-message
               end-if

               if entry-is-valid
                   and ent-action-deactivate
                   move ent-department to ws-check-department
                   perform 0500-check-department-in-use
               end-if

               if entry-is-valid
                   perform 0326-build-after-image
               end-if
           end-if.

      *-----------------------------------------------------------------------
      * 0322 - 異動種類對主檔現況：新增的代碼不能已在檔、名稱主管都
      *         必填；其餘的代碼必須在檔，改名稱/主管至少要填一樣，
      *         停用只對 active、重新啟用只對已停用的部門
      *-----------------------------------------------------------------------
       0322-check-department.
           move spaces to ws-cur-name.
           move spaces to ws-cur-manager.
           move spaces to ws-cur-status-text.
           move ent-department to dept-code.
           read department-master-file
               invalid key
                   continue
           end-read.
           if ws-deptmst-status = '00'
               move dept-name to ws-cur-name
               move dept-manager-name to ws-cur-manager
               if dept-is-active
                   move 'ACTIVE' to ws-cur-status-text
               else
                   move 'INACTIVE' to ws-cur-status-text
               end-if
           end-if.

           evaluate true
               when ent-action-add
                   and ws-deptmst-status = '00'
                   move 'N' to ws-entry-valid
                   move 'DEPARTMENT ALREADY ON FILE'
                       to ws-error-message
               when ent-action-add
                   and (ent-new-name = spaces
                        or ent-new-manager = spaces)
                   move 'N' to ws-entry-valid
                   move 'NAME AND MANAGER REQUIRED TO ADD'
                       to ws-error-message
               when ent-action-add
                   move '(NEW)' to ws-cur-status-text
               when ws-deptmst-status not = '00'
                   move 'N' to ws-entry-valid
                   move 'DEPARTMENT NOT ON FILE' to ws-error-message
               when ent-action-change
                   and ent-new-name = spaces
                   and ent-new-manager = spaces
                   move 'N' to ws-entry-valid
                   move 'ENTER NEW NAME AND/OR NEW MANAGER'
                       to ws-error-message
               when ent-action-deactivate
                   and not dept-is-active
                   move 'N' to ws-entry-valid
                   move 'DEPARTMENT ALREADY INACTIVE'
                       to ws-error-message
               when ent-action-reactivate
                   and dept-is-active
                   move 'N' to ws-entry-valid
                   move 'DEPARTMENT ALREADY ACTIVE' to ws-error-message
               when other
                   continue
           end-evaluate.

      *-----------------------------------------------------------------------
      * 0326 - 確認畫面的「異動後」欄：空白的新值代表不變，停用/啟用
      *         只動狀態；停用/啟用時填的名稱主管一律不理
      *-----------------------------------------------------------------------
       0326-build-after-image.
           move ws-cur-name to ws-show-new-name.
           move ws-cur-manager to ws-show-new-manager.
           move ws-cur-status-text to ws-show-new-status.
           evaluate true
               when ent-action-add
                   move 'ADD DEPARTMENT' to ws-action-text
                   move ent-new-name to ws-show-new-name
                   move ent-new-manager to ws-show-new-manager
                   move 'ACTIVE' to ws-show-new-status
               when ent-action-change
                   move 'CHANGE NAME/MANAGER' to ws-action-text
                   if ent-new-name not = spaces
                       move ent-new-name to ws-show-new-name
                   end-if
                   if ent-new-manager not = spaces
                       move ent-new-manager to ws-show-new-manager
                   end-if
               when ent-action-deactivate
                   move 'DEACTIVATE' to ws-action-text
                   move 'INACTIVE' to ws-show-new-status
                   move spaces to ent-new-name
                   move spaces to ent-new-manager
               when ent-action-reactivate
                   move 'REACTIVATE' to ws-action-text
                   move 'ACTIVE' to ws-show-new-status
                   move spaces to ent-new-name
                   move spaces to ent-new-manager
           end-evaluate.

      *-----------------------------------------------------------------------
      * 0330 - 確認畫面：目前值與異動後的值並排 echo 回來，F6 才真的
      *         寫檔
      *-----------------------------------------------------------------------
       0330-confirm-and-write.
           display confirm-screen.
           accept confirm-screen.
           move ws-crt-status to ws-pf-key.
           move spaces to ws-error-message.
           if pf-confirm
               perform 0340-write-request
               move 0 to ws-pf-key
           else
               move 'CANCELLED - NOT RECORDED' to ws-error-message
               if pf-cancel
                   move 0 to ws-pf-key
               end-if
           end-if.

       0340-write-request.
           move ent-department to dchg-department.
           move ws-next-sequence to dchg-sequence.
           move ent-action to dchg-action.
           move ent-new-name to dchg-new-name.
           move ent-new-manager to dchg-new-manager.
           move ent-effective-date to dchg-effective-date.
           move ent-reason to dchg-reason.
           move 'E' to dchg-status.
           move ws-user-id to dchg-entered-by.
           move ws-run-date-display to dchg-entered-date.
           move spaces to dchg-approved-by.
           move spaces to dchg-approved-date.
           move spaces to dchg-applied-date.
           write dept-change-request-record
               invalid key
                   move 'WRITE FAILED - CHANGE NOT RECORDED'
                       to ws-error-message
           end-write.
           if ws-dchg-status = '00'
               add 1 to ws-enter-count
               move 'CHANGE RECORDED - PENDING APPROVAL'
                   to ws-error-message
           end-if.

      *-----------------------------------------------------------------------
      * 0342 - 掃同一個部門既有的申請，新序號接在最大序號後面；順便
      *         看有沒有還沒套用（'E'/'A'）的申請 -- 同一個部門兩筆
      *         申請排隊，後一筆是照哪個「目前值」填的就說不清了。
      *         掃描會蓋掉記錄區，0340 回頭會重新填整筆記錄
      *-----------------------------------------------------------------------
       0342-assign-next-sequence.
           move 1 to ws-next-sequence.
           move 'N' to ws-open-request.
           move 0 to ws-open-sequence.
           move 'N' to ws-seq-scan-done.
           move ent-department to dchg-department.
           move 0 to dchg-sequence.
           start dept-change-request-file
               key > dchg-key
               invalid key
                   move 'Y' to ws-seq-scan-done
           end-start.
           perform until seq-scan-is-done
               read dept-change-request-file next
                   at end
                       move 'Y' to ws-seq-scan-done
               end-read
               if not seq-scan-is-done
                   if ws-dchg-status = '00'
                       and dchg-department = ent-department
                       compute ws-next-sequence = dchg-sequence + 1
                       if dchg-status-entered
                           or dchg-status-approved
                           set dept-has-open-request to true
                           move dchg-sequence to ws-open-sequence
                       end-if
                   else
                       move 'Y' to ws-seq-scan-done
                   end-if
               end-if
           end-perform.

      *-----------------------------------------------------------------------
      * 0400 - 覆核模式：只有 CORRAUTH.TXT 名單上的人能進來，逐筆過
      *         status 'E' 的申請，F6 核准 / F8 跳過 / F3 離開；不能
      *         核准自己輸入的申請
      *-----------------------------------------------------------------------
       0400-approval-mode.
           perform 0410-check-authority.
           if not user-is-authorized
               move 'NOT AUTHORIZED TO APPROVE CHANGES'
                   to ws-error-message
           else
               perform 0420-scan-pending-requests
           end-if.

       0410-check-authority.
           move 'N' to ws-user-authorized.
           if ws-auth-total > 0
               perform varying auth-idx from 1 by 1
                   until auth-idx > ws-auth-total
                   or user-is-authorized
                   if auth-user-id(auth-idx) = ws-user-id
                       set user-is-authorized to true
                   end-if
               end-perform
           end-if.

       0420-scan-pending-requests.
           move 'N' to ws-approval-done.
           move low-values to dchg-key.
           start dept-change-request-file
               key >= dchg-key
               invalid key
                   move 'Y' to ws-approval-done
           end-start.
           perform until approval-scan-done
               read dept-change-request-file next
                   at end
                       move 'Y' to ws-approval-done
               end-read
               if not approval-scan-done
                   if ws-dchg-status not = '00'
                       move 'Y' to ws-approval-done
                   else
                       if dchg-status-entered
                           perform 0430-present-for-approval
                           if pf-exit
                               move 'Y' to ws-approval-done
                           end-if
                       end-if
                   end-if
               end-if
           end-perform.
           if not pf-exit
               move 'NO MORE CHANGES PENDING APPROVAL'
                   to ws-error-message
           end-if.

      *-----------------------------------------------------------------------
      * 0430 - 單筆覆核畫面：主檔目前值與異動後的值 echo 回來，F6 核准
      *         寫回 'A'；輸入人不能自己核准（兩人控管）
      *-----------------------------------------------------------------------
       0430-present-for-approval.
           perform 0432-lookup-current-values.

           move 'N' to ws-record-decided.
           perform until record-is-decided
               display approve-screen
               accept approve-screen
               move ws-crt-status to ws-pf-key
               move spaces to ws-error-message
               evaluate true
                   when pf-confirm
                       perform 0434-approve-request
                   when pf-skip
                       set record-is-decided to true
                   when pf-exit
                       set record-is-decided to true
                   when other
                       continue
               end-evaluate
           end-perform.

      *-----------------------------------------------------------------------
      * 0432 - 讀主檔目前值，跟 0326 同一套規則組「異動後」欄；申請的
      *         欄位借 ent- 欄位走 0326，覆核畫面本身只讀申請記錄
      *-----------------------------------------------------------------------
       0432-lookup-current-values.
           move spaces to ws-cur-name.
           move spaces to ws-cur-manager.
           move dchg-department to dept-code.
           read department-master-file
               invalid key
                   continue
           end-read.
           evaluate true
               when ws-deptmst-status = '00'
                   move dept-name to ws-cur-name
                   move dept-manager-name to ws-cur-manager
                   if dept-is-active
                       move 'ACTIVE' to ws-cur-status-text
                   else
                       move 'INACTIVE' to ws-cur-status-text
                   end-if
               when dchg-action-add
                   move '(NEW)' to ws-cur-status-text
               when other
                   move '** NOT ON FILE **' to ws-cur-name
                   move spaces to ws-cur-status-text
           end-evaluate.

           move dchg-action to ent-action.
           move dchg-new-name to ent-new-name.
           move dchg-new-manager to ent-new-manager.
           perform 0326-build-after-image.

       0434-approve-request.
           if dchg-entered-by = ws-user-id
               move 'CANNOT APPROVE YOUR OWN ENTRY - F8 TO SKIP'
                   to ws-error-message
           else
               move 'A' to dchg-status
               move ws-user-id to dchg-approved-by
               move ws-run-date-display to dchg-approved-date
               rewrite dept-change-request-record
                   invalid key
                       move 'REWRITE FAILED - NOT APPROVED'
                           to ws-error-message
               end-rewrite
               if ws-dchg-status = '00'
                   add 1 to ws-approve-count
                   set record-is-decided to true
               end-if
           end-if.

      *-----------------------------------------------------------------------
      * 0500 - 停用前的在用檢查（DeptChgApply 0500 同一套規則）：
      *         1. EMPLOYEE 裡還有在職或留停（不是 'T'）的員工
      *         2. EMPCORRK 還有未套用（'E'/'A'）的更正要移進這個部門
      *         3. DEPTMAPK 還有已覆核（'A'）的對照要把人搬進這個部門，
      *            或還有走到一半的撤銷申請要把人搬回這個部門
      *         任何一項成立就不准停用，錯誤訊息講清楚是哪一項
      *-----------------------------------------------------------------------
       0500-check-department-in-use.
           perform 0510-count-employees.

           if entry-is-valid
               and ws-employee-count > 0
               move 'N' to ws-entry-valid
               move ws-employee-count to ws-numeric-edit-7
               string
                   'CANNOT DEACTIVATE - ' ws-numeric-edit-7
                   ' EMPLOYEE(S) STILL IN DEPARTMENT'
                   delimited by size
                   into ws-error-message
               end-string
           end-if.

           if entry-is-valid
               and corrk-is-present
               perform 0520-scan-open-corrections
               if guard-was-hit
                   move 'N' to ws-entry-valid
                   string
                       'CANNOT DEACTIVATE - OPEN CORRECTION FOR EMP '
                       pcorr-employee-number
                       delimited by size
                       into ws-error-message
                   end-string
               end-if
           end-if.

           if entry-is-valid
               and dmap-is-present
               perform 0530-scan-approved-mappings
               if guard-was-hit
                   move 'N' to ws-entry-valid
                   if dmap-status-applied
                       string
                           'CANNOT DEACTIVATE - OPEN REVERSAL OF '
                           'MAPPING TO '
                           dmap-new-department
                           delimited by size
                           into ws-error-message
                       end-string
                   else
                       string
                           'CANNOT DEACTIVATE - APPROVED MAPPING FROM '
                           dmap-old-department
                           delimited by size
                           into ws-error-message
                       end-string
                   end-if
               end-if
           end-if.

       0510-count-employees.
           move 0 to ws-employee-count.
           exec sql
               select count(*) into :ws-employee-count
               from EMPLOYEE
               where EMPLOYEE_DEPARTMENT = :ws-check-department
               and EMPLOYEE_STATUS <> 'T'
           end-exec.
           move 'SELECT COUNT(*)' to ws-statement-desc.
           perform 0910-check-sqlcode.
           if sqlcode < 0
               move 'N' to ws-entry-valid
           end-if.

      *    更正檔依員工編號排序，只能整檔掃
       0520-scan-open-corrections.
           move 'N' to ws-guard-hit.
           move 'N' to ws-guard-scan-done.
           move low-values to pcorr-key.
           start pending-corrections-file
               key >= pcorr-key
               invalid key
                   move 'Y' to ws-guard-scan-done
           end-start.
           perform until guard-scan-is-done
               read pending-corrections-file next
                   at end
                       move 'Y' to ws-guard-scan-done
               end-read
               if not guard-scan-is-done
                   if ws-corrk-status not = '00'
                       move 'Y' to ws-guard-scan-done
                   else
                       if (pcorr-status-entered
                           or pcorr-status-approved)
                           and pcorr-new-department
                               = ws-check-department
                           set guard-was-hit to true
                           move 'Y' to ws-guard-scan-done
                       end-if
                   end-if
               end-if
           end-perform.

      *    對照檔依舊部門排序，新部門只能整檔掃
       0530-scan-approved-mappings.
           move 'N' to ws-guard-hit.
           move 'N' to ws-guard-scan-done.
           move low-values to dmap-key.
           start dept-mapping-file
               key >= dmap-key
               invalid key
                   move 'Y' to ws-guard-scan-done
           end-start.
           perform until guard-scan-is-done
               read dept-mapping-file next
                   at end
                       move 'Y' to ws-guard-scan-done
               end-read
               if not guard-scan-is-done
                   if ws-dmap-status not = '00'
                       move 'Y' to ws-guard-scan-done
                   else
                       if (dmap-status-approved
                           and dmap-new-department
                               = ws-check-department)
                           or (dmap-status-applied
                           and dmap-reversal-open
                           and dmap-old-department
                               = ws-check-department)
                           set guard-was-hit to true
                           move 'Y' to ws-guard-scan-done
                       end-if
                   end-if
               end-if
           end-perform.

      *-----------------------------------------------------------------------
      * 0900 - 收尾：收檔
      *-----------------------------------------------------------------------
       0900-terminate.
           perform 0920-close-files.

           display 'DEPTMAINT COMPLETE - ENTERED: ' ws-enter-count
               ' APPROVED: ' ws-approve-count.

      *-----------------------------------------------------------------------
      * 0910 - 檢查 SQLCODE；互動畫面不中斷整個 session，只在畫面上顯示
      *         錯誤訊息，跟 CorrMaint 同一套做法
      *-----------------------------------------------------------------------
       0910-check-sqlcode.
           evaluate true
               when sqlcode = -911 or sqlcode = -913
                   move 'RECORD IN USE - PLEASE TRY AGAIN'
                       to ws-error-message
               when sqlcode < 0
                   move sqlcode to ws-numeric-edit-5
                   string
                       'SQL ERROR ' ws-numeric-edit-5
                       ' ON ' ws-statement-desc
                       delimited by size
                       into ws-error-message
                   end-string
               when other
                   continue
           end-evaluate.

       0920-close-files.
           close dept-change-request-file.
           close department-master-file.
           if corrk-is-present
               close pending-corrections-file
           end-if.
           if dmap-is-present
               close dept-mapping-file
           end-if.
