      *-----------------------------------------------------------------------
      * 程式名稱：PosBudMaint.cob
      * 程式說明：核定員額 POSAUTH 的個別調整 5250 維護畫面，跟
      *           CtlTotMaint 同一套做法。輸入部門、職稱、新核定員額
      *           與調整原因（必填），部門代碼對部門主檔驗證，舊值 echo
      *           回來確認才寫檔；沒有記錄的職位當新增，要取消一個職位
      *           就把員額調成 0。每次調整在 POSCHG 留一筆異動記錄
      *           （source 'M'，含調整人的 user id 與原因）。調整人的
      *           身分從系統取，不是畫面上打的字。
      *-----------------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PosBudMaint.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS ws-crt-status.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT position-budget-file
               ASSIGN TO "POSAUTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS pos-key
               FILE STATUS IS ws-posauth-status.

           SELECT position-change-file
               ASSIGN TO "POSCHG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS poch-key
               FILE STATUS IS ws-poschg-status.

           SELECT department-master-file
               ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS dept-code
               FILE STATUS IS ws-deptmst-status.

       DATA DIVISION.
       FILE SECTION.
       FD  position-budget-file.
      *    核定員額配置與 PosBudLoad / PosBudRpt 共用同一份 copybook
           COPY POSREC.

       FD  position-change-file.
      *    異動記錄配置與 PosBudLoad 共用同一份 copybook
           COPY POSCHG.

       FD  department-master-file.
      *    部門主檔配置與 SQLWithHold / CorrEdit 共用同一份 copybook
           COPY DEPTREC.

       WORKING-STORAGE SECTION.
      *    DB2 SQL Communication Area（只用來取簽入者身分）
           COPY SQLCA.

       01  ws-statement-desc        pic x(30).

       01  ws-crt-status            pic 9(4).
       01  ws-pf-key                pic 9(2).
           88  pf-exit                      value 03.
           88  pf-confirm                   value 06.
           88  pf-cancel                    value 12.

       01  ws-posauth-status        pic x(2).
       01  ws-poschg-status         pic x(2).
       01  ws-deptmst-status        pic x(2).

       01  ws-user-id               pic x(10) value spaces.

      *    輸入畫面欄位；新核定員額先收文字再驗 numeric，打錯不會當掉
       01  ent-department           pic x(10) value spaces.
       01  ent-job-title            pic x(20) value spaces.
       01  ent-new-count            pic x(5) value spaces.
       01  ent-reason               pic x(40) value spaces.
       01  ws-dept-name-display     pic x(30) value spaces.

       01  ws-entry-valid           pic x(1) value 'N'.
           88  entry-is-valid               value 'Y'.

       01  ws-old-count             pic 9(5) value 0.
       01  ws-new-count             pic 9(5) value 0.
       01  ws-position-on-file      pic x(1) value 'N'.
           88  position-has-record          value 'Y'.
       01  ws-old-count-display     pic x(12) value spaces.

       01  ws-adjust-count          pic 9(5) value 0.

       01  ws-current-date-long     pic x(21).
       01  ws-run-date-display      pic x(10).
       01  ws-change-stamp-long     pic x(21).

       01  ws-error-message         pic x(60) value spaces.
       01  ws-numeric-edit-5        pic -(5)9.
       01  ws-numeric-edit-count    pic zzzz9.

       SCREEN SECTION.
       01  adjust-entry-screen.
           05  blank screen.
           05  line 1 column 1
               value 'AUTHORIZED POSITION MAINTENANCE - ADJUST'.
           05  line 1 column 50 pic x(10) from ws-user-id.
           05  line 3 column 1 value 'DEPARTMENT.....:'.
           05  line 3 column 19 pic x(10) to ent-department.
           05  line 4 column 1 value 'JOB TITLE......:'.
           05  line 4 column 19 pic x(20) to ent-job-title.
           05  line 5 column 1 value 'NEW AUTHORIZED.:'.
           05  line 5 column 19 pic x(5) to ent-new-count.
           05  line 6 column 1 value 'REASON.........:'.
           05  line 6 column 19 pic x(40) to ent-reason.
           05  line 8 column 1 value 'F3=EXIT'.
           05  line 10 column 1 pic x(60) from ws-error-message.

       01  confirm-screen.
           05  blank screen.
           05  line 1 column 1
               value 'AUTHORIZED POSITION MAINTENANCE - CONFIRM'.
           05  line 3 column 1 value 'DEPARTMENT.....:'.
           05  line 3 column 19 pic x(10) from ent-department.
           05  line 3 column 31 pic x(30) from ws-dept-name-display.
           05  line 4 column 1 value 'JOB TITLE......:'.
           05  line 4 column 19 pic x(20) from ent-job-title.
           05  line 5 column 1 value 'OLD AUTHORIZED.:'.
           05  line 5 column 19 pic x(12) from ws-old-count-display.
           05  line 6 column 1 value 'NEW AUTHORIZED.:'.
           05  line 6 column 19 pic x(5) from ent-new-count.
           05  line 7 column 1 value 'REASON.........:'.
           05  line 7 column 19 pic x(40) from ent-reason.
           05  line 9 column 1 value 'F6=CONFIRM  F12=CANCEL'.
           05  line 11 column 1 pic x(60) from ws-error-message.

      *-----------------------------------------------------------------------
       PROCEDURE DIVISION.
       begin.
           perform 0100-initialize.
           perform 0300-entry-mode.
           perform 0900-terminate.
           goback.

      *-----------------------------------------------------------------------
      * 0100 - 初始化：開檔（核定員額檔/異動檔第一次用不存在就建起來）、
      *         取得執行日期與簽入者身分
      *-----------------------------------------------------------------------
       0100-initialize.
           open i-o position-budget-file.
           if ws-posauth-status = '35'
               open output position-budget-file
               close position-budget-file
               open i-o position-budget-file
           end-if.
           if ws-posauth-status not = '00'
               display 'POSBUDMAINT - OPEN FAILED ON POSAUTH'
                   ' STATUS=' ws-posauth-status
               move 16 to return-code
               goback
           end-if.

           open i-o position-change-file.
           if ws-poschg-status = '35'
               open output position-change-file
               close position-change-file
               open i-o position-change-file
           end-if.
           if ws-poschg-status not = '00'
               display 'POSBUDMAINT - OPEN FAILED ON POSCHG'
                   ' STATUS=' ws-poschg-status
               move 16 to return-code
               goback
           end-if.

           open input department-master-file.
           if ws-deptmst-status not = '00'
               display 'POSBUDMAINT - OPEN FAILED ON DEPTMAST'
                   ' STATUS=' ws-deptmst-status
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

           perform 0110-get-system-user.

      *-----------------------------------------------------------------------
      * 0110 - 從系統取簽入者的身分：異動記錄記的是作業系統的 user
      *         profile，不是畫面上打的字，稽核才追得到真人；跟
      *         CtlTotMaint 同一套做法
      *-----------------------------------------------------------------------
       0110-get-system-user.
           exec sql
               values(user) into :ws-user-id
           end-exec.
           move 'VALUES(USER)' to ws-statement-desc.
           perform 0910-check-sqlcode.
           if sqlcode < 0 or ws-user-id = spaces
               display 'POSBUDMAINT - CANNOT ESTABLISH USER IDENTITY'
                   ' SQLCODE=' sqlcode
               close position-budget-file
               close position-change-file
               close department-master-file
               move 16 to return-code
               goback
           end-if.

      *-----------------------------------------------------------------------
      * 0300 - 輸入迴圈：收調整欄位、驗證、舊值 echo 回來確認後寫檔
      *-----------------------------------------------------------------------
       0300-entry-mode.
           perform 0310-prompt-entry.
           perform until pf-exit
               perform 0320-validate-entry
               if entry-is-valid
                   perform 0330-confirm-and-write
               end-if
               perform 0310-prompt-entry
           end-perform.

       0310-prompt-entry.
           move spaces to ent-department.
           move spaces to ent-job-title.
           move spaces to ent-new-count.
           move spaces to ent-reason.
           display adjust-entry-screen.
           accept adjust-entry-screen.
           move ws-crt-status to ws-pf-key.
           move spaces to ws-error-message.

      *-----------------------------------------------------------------------
      * 0320 - 單筆驗證：部門必須在部門主檔上、職稱必填、新核定員額
      *         必須是數字、原因必填
      *-----------------------------------------------------------------------
       0320-validate-entry.
           if pf-exit
               move 'N' to ws-entry-valid
           else
               move 'Y' to ws-entry-valid

               if ent-department = spaces
                   move 'N' to ws-entry-valid
                   move 'DEPARTMENT REQUIRED' to ws-error-message
               end-if

               if entry-is-valid
                   perform 0322-check-department
               end-if

               if entry-is-valid
                   and ent-job-title = spaces
                   move 'N' to ws-entry-valid
                   move 'JOB TITLE REQUIRED' to ws-error-message
               end-if

               if entry-is-valid
                   and ent-new-count not numeric
                   move 'N' to ws-entry-valid
                   move 'NEW AUTHORIZED COUNT MUST BE NUMERIC'
                       to ws-error-message
               end-if

               if entry-is-valid
                   and ent-reason = spaces
                   move 'N' to ws-entry-valid
                   move 'REASON REQUIRED' to ws-error-message
               end-if

               if entry-is-valid
                   perform 0324-read-old-count
               end-if
           end-if.

       0322-check-department.
           move spaces to ws-dept-name-display.
           move ent-department to dept-code.
           read department-master-file
               invalid key
                   continue
           end-read.
           if ws-deptmst-status not = '00'
               move 'N' to ws-entry-valid
               move 'DEPARTMENT NOT ON FILE' to ws-error-message
           else
               move dept-name to ws-dept-name-display
           end-if.

      *-----------------------------------------------------------------------
      * 0324 - 讀舊核定員額：沒記錄就當新增（舊值顯示 NONE）
      *-----------------------------------------------------------------------
       0324-read-old-count.
           move 'N' to ws-position-on-file.
           move 0 to ws-old-count.
           move spaces to ws-old-count-display.
           move ent-department to pos-department.
           move ent-job-title to pos-job-title.
           read position-budget-file
               invalid key
                   continue
           end-read.
           if ws-posauth-status = '00'
               set position-has-record to true
               move pos-authorized-count to ws-old-count
               move ws-old-count to ws-numeric-edit-count
               move ws-numeric-edit-count to ws-old-count-display
           else
               move 'NONE' to ws-old-count-display
           end-if.

      *-----------------------------------------------------------------------
      * 0330 - 確認畫面：部門全名與舊值 echo 回來，F6 才真的寫檔
      *-----------------------------------------------------------------------
       0330-confirm-and-write.
           display confirm-screen.
           accept confirm-screen.
           move ws-crt-status to ws-pf-key.
           move spaces to ws-error-message.
           if pf-confirm
               perform 0340-apply-adjustment
               move 0 to ws-pf-key
           else
               move 'CANCELLED - NOT RECORDED' to ws-error-message
               if pf-cancel
                   move 0 to ws-pf-key
               end-if
           end-if.

       0340-apply-adjustment.
           move ent-new-count to ws-new-count.
           move ent-department to pos-department.
           move ent-job-title to pos-job-title.
           move ws-new-count to pos-authorized-count.
           if position-has-record
               rewrite position-budget-record
                   invalid key
                       continue
               end-rewrite
           else
               write position-budget-record
                   invalid key
                       continue
               end-write
           end-if.
           if ws-posauth-status not = '00'
               move 'WRITE FAILED - ADJUSTMENT NOT RECORDED'
                   to ws-error-message
           else
               perform 0350-write-change-record
               add 1 to ws-adjust-count
               move 'ADJUSTMENT RECORDED' to ws-error-message
           end-if.

      *-----------------------------------------------------------------------
      * 0350 - POSCHG 留一筆異動記錄（source 'M'，調整人 + 原因）；
      *         寫不進去要讓人知道 -- 沒有異動記錄的調整交代不出來
      *-----------------------------------------------------------------------
       0350-write-change-record.
           move function current-date to ws-change-stamp-long.
           move ent-department to poch-department.
           move ent-job-title to poch-job-title.
           move ws-change-stamp-long(1:14) to poch-timestamp.
           move ws-old-count to poch-old-count.
           move ws-new-count to poch-new-count.
           move ws-user-id to poch-changed-by.
           move 'M' to poch-source.
           move ws-run-date-display to poch-change-date.
           move ent-reason to poch-reason.
           write position-change-record
               invalid key
                   move 'WARNING - CHANGE LOG WRITE FAILED'
                       to ws-error-message
           end-write.

      *-----------------------------------------------------------------------
      * 0900 - 收尾：收檔
      *-----------------------------------------------------------------------
       0900-terminate.
           close position-budget-file.
           close position-change-file.
           close department-master-file.

           display 'POSBUDMAINT COMPLETE - ADJUSTED: '
               ws-adjust-count.

      *-----------------------------------------------------------------------
      * 0910 - 檢查 SQLCODE；互動畫面不中斷整個 session，只在畫面上顯示
      *         錯誤訊息，跟 CtlTotMaint 同一套做法
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
