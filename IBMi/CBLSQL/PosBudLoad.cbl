      *-----------------------------------------------------------------------
      * 程式名稱：PosBudLoad.cob
      * 程式說明：核定員額檔 POSAUTH 的整批載入。讀 HR 系統的職位預算
      *           檔 HRPOSBUD.TXT（部門、職稱、核定員額），部門代碼對
      *           部門主檔驗證、職稱必填、員額必須是數字，通過的回寫/
      *           新增 POSAUTH，每個真的動了的核定員額在 POSCHG 留一筆
      *           異動記錄（source 'L'），並印載入異動登記表
      *           POSLDRPT.TXT -- 跟 CtlTotLoad 載 HRCTLTOT 同一套做法，
      *           PosBudRpt 的缺額/超編比的就是這個檔。
      *           預算檔沒列到的職位不動（要取消一個職位用 PosBudMaint
      *           把員額調成 0）。
      *-----------------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PosBudLoad.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT budget-input-file
               ASSIGN TO "HRPOSBUD.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-posbud-status.

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

           SELECT load-report-file
               ASSIGN TO "POSLDRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-ldrpt-status.

       DATA DIVISION.
       FILE SECTION.
       FD  budget-input-file.
      *    HR 的職位預算一行一個部門 + 職稱；員額先收文字再驗 numeric
       01  budget-input-record.
           05  bud-department           pic x(10).
           05  bud-job-title            pic x(20).
           05  bud-authorized-count     pic x(5).

       FD  position-budget-file.
      *    核定員額配置與 PosBudMaint / PosBudRpt 共用同一份 copybook
           COPY POSREC.

       FD  position-change-file.
      *    異動記錄配置與 PosBudMaint 共用同一份 copybook
           COPY POSCHG.

       FD  department-master-file.
      *    部門主檔配置與 SQLWithHold / CorrEdit 共用同一份 copybook
           COPY DEPTREC.

       FD  load-report-file.
       01  load-report-line            pic x(132).

       WORKING-STORAGE SECTION.
       01  ws-posbud-status         pic x(2).
       01  ws-posauth-status        pic x(2).
       01  ws-poschg-status         pic x(2).
       01  ws-deptmst-status        pic x(2).
       01  ws-ldrpt-status          pic x(2).

       01  ws-read-count            pic 9(5) value 0.
       01  ws-update-count          pic 9(5) value 0.
       01  ws-add-count             pic 9(5) value 0.
       01  ws-unchanged-count       pic 9(5) value 0.
       01  ws-reject-count          pic 9(5) value 0.

       01  ws-record-valid          pic x(1).
           88  record-is-valid              value 'Y'.
       01  ws-reject-reason         pic x(40).

       01  ws-old-count             pic 9(5) value 0.
       01  ws-new-count             pic 9(5) value 0.
       01  ws-position-on-file      pic x(1).
           88  position-has-record          value 'Y'.

       01  ws-current-date-long     pic x(21).
       01  ws-run-date-display      pic x(10).
       01  ws-change-stamp-long     pic x(21).

       01  ws-numeric-edit-5        pic zzzz9.
       01  ws-numeric-edit-5b       pic zzzz9.

      *    營運訊息登錄（CALL 'OpsLog'）的參數記錄，欄位說明見
      *    OPSMSGP.cpy
           COPY OPSMSGP REPLACING ==:TAG:== BY ==log==.

      *-----------------------------------------------------------------------
       PROCEDURE DIVISION.
       begin.
           perform 0100-initialize.
           perform 0200-process-budgets.
           perform 0900-terminate.
           goback.

      *-----------------------------------------------------------------------
      * 0100 - 初始化：開檔（POSAUTH / POSCHG 第一次用不存在就建起來）、
      *         取得執行日期、印登記表表頭
      *-----------------------------------------------------------------------
       0100-initialize.
           open input budget-input-file.
           if ws-posbud-status not = '00'
               display 'POSBUDLOAD ABEND - OPEN FAILED ON '
                   'HRPOSBUD.TXT STATUS=' ws-posbud-status
               move 16 to return-code
               goback
           end-if.

           open i-o position-budget-file.
           if ws-posauth-status = '35'
               open output position-budget-file
               close position-budget-file
               open i-o position-budget-file
           end-if.
           if ws-posauth-status not = '00'
               display 'POSBUDLOAD ABEND - OPEN FAILED ON '
                   'POSAUTH STATUS=' ws-posauth-status
               move 16 to return-code
               goback
           end-if.

      *    異動檔是永久累積的，開 I-O 往裡面加記錄，絕對不能 OPEN OUTPUT
           open i-o position-change-file.
           if ws-poschg-status = '35'
               open output position-change-file
               close position-change-file
               open i-o position-change-file
           end-if.
           if ws-poschg-status not = '00'
               display 'POSBUDLOAD ABEND - OPEN FAILED ON '
                   'POSCHG STATUS=' ws-poschg-status
               move 16 to return-code
               goback
           end-if.

           open input department-master-file.
           if ws-deptmst-status not = '00'
               display 'POSBUDLOAD ABEND - OPEN FAILED ON '
                   'DEPTMAST STATUS=' ws-deptmst-status
               move 16 to return-code
               goback
           end-if.

           open output load-report-file.
           if ws-ldrpt-status not = '00'
               display 'POSBUDLOAD ABEND - OPEN FAILED ON '
                   'POSLDRPT.TXT STATUS=' ws-ldrpt-status
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

           move spaces to load-report-line.
           string
               'AUTHORIZED POSITION LOAD REGISTER'
               '  RUN DATE: ' ws-run-date-display
               delimited by size
               into load-report-line
           end-string.
           write load-report-line.

           move spaces to load-report-line.
           write load-report-line.

           move spaces to load-report-line.
           string
               'DEPARTMENT  JOB TITLE             OLD-AUTH  NEW-AUTH'
               '  DISPOSITION'
               delimited by size
               into load-report-line
           end-string.
           write load-report-line.

           move spaces to load-report-line.
           write load-report-line.

      *-----------------------------------------------------------------------
      * 0200 - 逐筆讀預算檔：檢核、套用、登記
      *-----------------------------------------------------------------------
       0200-process-budgets.
           perform until ws-posbud-status not = '00'
               read budget-input-file
               if ws-posbud-status = '00'
                   add 1 to ws-read-count
                   perform 0210-edit-one-budget
                   if record-is-valid
                       perform 0300-apply-budget
                   else
                       perform 0250-print-reject-line
                   end-if
               end-if
           end-perform.

      *-----------------------------------------------------------------------
      * 0210 - 單筆檢核：職稱必填、員額必須是數字、部門必須在部門
      *         主檔上
      *-----------------------------------------------------------------------
       0210-edit-one-budget.
           move 'Y' to ws-record-valid.
           move spaces to ws-reject-reason.

           if bud-job-title = spaces
               move 'N' to ws-record-valid
               move 'JOB TITLE MISSING' to ws-reject-reason
           end-if.

           if record-is-valid
               and bud-authorized-count not numeric
               move 'N' to ws-record-valid
               move 'AUTHORIZED COUNT NOT NUMERIC' to ws-reject-reason
           end-if.

           if record-is-valid
               move bud-department to dept-code
               read department-master-file
                   invalid key
                       continue
               end-read
               if ws-deptmst-status not = '00'
                   move 'N' to ws-record-valid
                   move 'DEPARTMENT NOT ON FILE' to ws-reject-reason
               end-if
           end-if.

      *-----------------------------------------------------------------------
      * 0300 - 套用一筆：讀舊值（沒記錄就當新增、舊值 0）、寫回新值；
      *         值真的變了才寫 POSCHG 異動記錄，沒變的只在登記表上
      *         註記
      *-----------------------------------------------------------------------
       0300-apply-budget.
           move bud-authorized-count to ws-new-count.
           move 'N' to ws-position-on-file.
           move 0 to ws-old-count.
           move bud-department to pos-department.
           move bud-job-title to pos-job-title.
           read position-budget-file
               invalid key
                   continue
           end-read.
           if ws-posauth-status = '00'
               set position-has-record to true
               move pos-authorized-count to ws-old-count
           end-if.

           evaluate true
               when position-has-record
                   and ws-old-count = ws-new-count
                   add 1 to ws-unchanged-count
                   perform 0320-print-register-line
               when position-has-record
                   move bud-department to pos-department
                   move bud-job-title to pos-job-title
                   move ws-new-count to pos-authorized-count
                   rewrite position-budget-record
                       invalid key
                           continue
                   end-rewrite
                   perform 0315-check-apply-status
                   add 1 to ws-update-count
                   perform 0310-write-change-record
                   perform 0320-print-register-line
               when other
                   move bud-department to pos-department
                   move bud-job-title to pos-job-title
                   move ws-new-count to pos-authorized-count
                   write position-budget-record
                       invalid key
                           continue
                   end-write
                   perform 0315-check-apply-status
                   add 1 to ws-add-count
                   perform 0310-write-change-record
                   perform 0320-print-register-line
           end-evaluate.

      *-----------------------------------------------------------------------
      * 0315 - 核定員額檔回寫失敗不能悶著：載到一半的預算比沒載更危險
      *-----------------------------------------------------------------------
       0315-check-apply-status.
           if ws-posauth-status not = '00'
               display 'POSBUDLOAD ABEND - WRITE FAILED ON POSAUTH'
                   ' DEPT=' bud-department
                   ' TITLE=' bud-job-title
                   ' STATUS=' ws-posauth-status
               move bud-department to log-msg-department
               move 'A' to log-msg-severity
               move 'POSAUTH WRITE FAILED DURING LOAD'
                   to log-msg-text
               perform 0950-log-ops-message
               close budget-input-file
               close position-budget-file
               close position-change-file
               close department-master-file
               close load-report-file
               move 16 to return-code
               goback
           end-if.

      *-----------------------------------------------------------------------
      * 0310 - POSCHG 留一筆異動記錄（source 'L'）；寫不進去不擋載入，
      *         記 warning 讓白天追
      *-----------------------------------------------------------------------
       0310-write-change-record.
           move function current-date to ws-change-stamp-long.
           move bud-department to poch-department.
           move bud-job-title to poch-job-title.
           move ws-change-stamp-long(1:14) to poch-timestamp.
           move ws-old-count to poch-old-count.
           move ws-new-count to poch-new-count.
           move 'POSBUDLOAD' to poch-changed-by.
           move 'L' to poch-source.
           move ws-run-date-display to poch-change-date.
           move 'HR POSITION BUDGET LOAD' to poch-reason.
           write position-change-record
               invalid key
                   display 'POSBUDLOAD WARNING - CHANGE LOG WRITE '
                       'FAILED DEPT=' bud-department
                       ' STATUS=' ws-poschg-status
                   move bud-department to log-msg-department
                   move 'W' to log-msg-severity
                   move 'POSITION CHANGE LOG WRITE FAILED'
                       to log-msg-text
                   perform 0950-log-ops-message
                   move 8 to return-code
           end-write.

       0320-print-register-line.
           move ws-old-count to ws-numeric-edit-5.
           move ws-new-count to ws-numeric-edit-5b.
           evaluate true
               when not position-has-record
                   move spaces to load-report-line
                   string
                       bud-department '  ' bud-job-title
                       '     ' ws-numeric-edit-5
                       '     ' ws-numeric-edit-5b
                       '  ADDED'
                       delimited by size
                       into load-report-line
                   end-string
               when ws-old-count = ws-new-count
                   move spaces to load-report-line
                   string
                       bud-department '  ' bud-job-title
                       '     ' ws-numeric-edit-5
                       '     ' ws-numeric-edit-5b
                       '  UNCHANGED'
                       delimited by size
                       into load-report-line
                   end-string
               when other
                   move spaces to load-report-line
                   string
                       bud-department '  ' bud-job-title
                       '     ' ws-numeric-edit-5
                       '     ' ws-numeric-edit-5b
                       '  UPDATED'
                       delimited by size
                       into load-report-line
                   end-string
           end-evaluate.
           write load-report-line.

       0250-print-reject-line.
           add 1 to ws-reject-count.
           move spaces to load-report-line.
           string
               bud-department '  ' bud-job-title
               '  ' bud-authorized-count
               '            REJECTED - ' ws-reject-reason
               delimited by size
               into load-report-line
           end-string.
           write load-report-line.

      *-----------------------------------------------------------------------
      * 0900 - 收尾：印總計、收檔；有退件時以 return-code 8 提醒排程
      *-----------------------------------------------------------------------
       0900-terminate.
           move spaces to load-report-line.
           write load-report-line.

           move ws-read-count to ws-numeric-edit-5.
           move spaces to load-report-line.
           string
               'RECORDS READ:       ' ws-numeric-edit-5
               delimited by size
               into load-report-line
           end-string.
           write load-report-line.

           move ws-add-count to ws-numeric-edit-5.
           move spaces to load-report-line.
           string
               'POSITIONS ADDED:    ' ws-numeric-edit-5
               delimited by size
               into load-report-line
           end-string.
           write load-report-line.

           move ws-update-count to ws-numeric-edit-5.
           move spaces to load-report-line.
           string
               'POSITIONS UPDATED:  ' ws-numeric-edit-5
               delimited by size
               into load-report-line
           end-string.
           write load-report-line.

           move ws-unchanged-count to ws-numeric-edit-5.
           move spaces to load-report-line.
           string
               'POSITIONS UNCHANGED:' ws-numeric-edit-5
               delimited by size
               into load-report-line
           end-string.
           write load-report-line.

           move ws-reject-count to ws-numeric-edit-5.
           move spaces to load-report-line.
           string
               'RECORDS REJECTED:   ' ws-numeric-edit-5
               delimited by size
               into load-report-line
           end-string.
           write load-report-line.

           close budget-input-file.
           close position-budget-file.
           close position-change-file.
           close department-master-file.
           close load-report-file.

           if ws-reject-count > 0
               move spaces to log-msg-department
               move 'W' to log-msg-severity
               move ws-reject-count to ws-numeric-edit-5
               move spaces to log-msg-text
               string
                   ws-numeric-edit-5
                   ' POSITION BUDGET RECORD(S) REJECTED - SEE '
                   'POSLDRPT.TXT'
                   delimited by size
                   into log-msg-text
               end-string
               perform 0950-log-ops-message
               move 8 to return-code
           end-if.

           display 'POSBUDLOAD COMPLETE - READ: ' ws-read-count
               ' ADDED: ' ws-add-count
               ' UPDATED: ' ws-update-count
               ' REJECTED: ' ws-reject-count.

      *-----------------------------------------------------------------------
      * 0950 - 營運訊息登錄：呼叫端先填部門/嚴重度/文字，這裡補程式名
      *         再 CALL OpsLog；登錄失敗由 OpsLog 自己吞掉
      *-----------------------------------------------------------------------
       0950-log-ops-message.
           move 'POSBUDLOAD' to log-msg-program.
           call 'OpsLog' using log-ops-message.
