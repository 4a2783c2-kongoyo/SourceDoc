      *-----------------------------------------------------------------------
      * 程式名稱：InqLogRpt.cob
      * 程式說明：查詢存取定期報表。讀永久的查詢存取記錄 INQLOG（EmpInquiry
      *           / AudInquiry 經 InqLog 寫入，依使用者+時間戳記排序），
      *           把期間內的記錄依使用者分段印成 INQLGRPT.TXT：誰在
      *           什麼時候查了哪個部門、搜尋了什麼姓名、看到了哪些
      *           員工、哪幾次因權限不足被擋掉 -- 隱私審查「誰看了誰」
      *           從此拿得出一張紙來回答。
      *           期間由 INQRQS.TXT 指定（YYYYMMDD 起迄，可再限定一個
      *           使用者）；沒有這個檔或起日空白就印最近 7 天（含今天），
      *           每週排程直接跑就好。期間內有被擋掉的查詢時寫一筆
      *           warning 到 OPSMSG，早上的 OpsReport 看得到。
      *-----------------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. InqLogRpt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT inquiry-request-file
               ASSIGN TO "INQRQS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-inqrqs-status.

           SELECT inquiry-log-file
               ASSIGN TO "INQLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS iqlg-key
               FILE STATUS IS ws-inqlog-status.

           SELECT access-report-file
               ASSIGN TO "INQLGRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-inqrpt-status.

       DATA DIVISION.
       FILE SECTION.
       FD  inquiry-request-file.
      *    期間條件一行：起迄日 YYYYMMDD（迄日空白 = 到今天），使用者
      *    空白 = 全部使用者
       01  inquiry-request-record.
           05  rqs-date-from            pic x(8).
           05  rqs-date-to              pic x(8).
           05  rqs-user-id              pic x(10).

       FD  inquiry-log-file.
      *    查詢存取記錄配置與 InqLog 共用同一份 copybook
           COPY INQLOG.

       FD  access-report-file.
       01  access-report-line          pic x(132).

       WORKING-STORAGE SECTION.
       01  ws-inqrqs-status         pic x(2).
       01  ws-inqlog-status         pic x(2).
       01  ws-inqlog-present        pic x(1) value 'N'.
           88  inqlog-is-present            value 'Y'.
       01  ws-inqrpt-status         pic x(2).

       01  ws-log-eof               pic x(1) value 'N'.
           88  log-at-eof                   value 'Y'.

       01  ws-request-valid         pic x(1) value 'Y'.
           88  request-is-valid             value 'Y'.
       01  ws-request-error         pic x(40) value spaces.

      *    期間展開成時間戳記區間，跟 iqlg-timestamp 直接比較
       01  ws-stamp-low             pic x(14) value spaces.
       01  ws-stamp-high            pic x(14) value spaces.
       01  ws-select-user           pic x(10) value spaces.
       01  ws-request-from          pic x(8) value spaces.
       01  ws-request-to            pic x(8) value spaces.

       01  ws-current-user          pic x(10) value spaces.
       01  ws-type-display          pic x(12) value spaces.
       01  ws-outcome-display       pic x(7) value spaces.
       01  ws-empno-display         pic x(6) value spaces.

       01  ws-user-count            pic 9(5) value 0.
       01  ws-printed-count         pic 9(7) value 0.
       01  ws-denied-count          pic 9(7) value 0.
       01  ws-viewed-count          pic 9(7) value 0.
       01  ws-user-printed          pic 9(7) value 0.
       01  ws-user-denied           pic 9(7) value 0.
       01  ws-user-viewed           pic 9(7) value 0.

       01  ws-current-date-long     pic x(21).
       01  ws-run-date-display      pic x(10).
       01  ws-date-numeric          pic 9(8) value 0.
       01  ws-today-integer         pic 9(7) value 0.
       01  ws-week-start-yyyymmdd   pic 9(8) value 0.

       01  ws-numeric-edit-5        pic zzzz9.
       01  ws-numeric-edit-7        pic zzzzzz9.

      *    營運訊息登錄（CALL 'OpsLog'）的參數記錄，欄位說明見
      *    OPSMSGP.cpy
           COPY OPSMSGP REPLACING ==:TAG:== BY ==log==.

      *-----------------------------------------------------------------------
       PROCEDURE DIVISION.
       begin.
           perform 0100-initialize.
           perform 0150-read-request.
           if request-is-valid
               perform 0200-scan-log
           end-if.
           perform 0900-terminate.
           goback.

      *-----------------------------------------------------------------------
      * 0100 - 初始化：開檔、取得執行日期
      *-----------------------------------------------------------------------
       0100-initialize.
      *    INQLOG 要等有人第一次查詢才會建，還沒建就當期間內沒有記錄
           open input inquiry-log-file.
           evaluate ws-inqlog-status
               when '00'
                   set inqlog-is-present to true
               when '35'
                   set log-at-eof to true
               when other
                   display 'INQLOGRPT ABEND - OPEN FAILED ON '
                       'INQLOG STATUS=' ws-inqlog-status
                   move spaces to log-msg-department
                   move 'A' to log-msg-severity
                   move 'OPEN FAILED ON INQLOG' to log-msg-text
                   perform 0950-log-ops-message
                   move 16 to return-code
                   goback
           end-evaluate.

           open output access-report-file.
           if ws-inqrpt-status not = '00'
               display 'INQLOGRPT ABEND - OPEN FAILED ON '
                   'INQLGRPT.TXT STATUS=' ws-inqrpt-status
               move spaces to log-msg-department
               move 'A' to log-msg-severity
               move 'OPEN FAILED ON INQLGRPT.TXT' to log-msg-text
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
      * 0150 - 期間條件：INQRQS.TXT 沒有或起日空白就是最近 7 天（今天的
      *         日序數減六再轉回日期，起日 000000 到今天 235959）；有給
      *         就要是 8 位數字。條件壞掉把原因印在報表上，RC=8
      *-----------------------------------------------------------------------
       0150-read-request.
           open input inquiry-request-file.
           if ws-inqrqs-status = '00'
               read inquiry-request-file
                   at end
                       continue
               end-read
               if ws-inqrqs-status = '00'
                   move rqs-date-from to ws-request-from
                   move rqs-date-to to ws-request-to
                   move rqs-user-id to ws-select-user
               end-if
               close inquiry-request-file
           end-if.

           if ws-request-from = spaces
               move ws-current-date-long(1:8) to ws-date-numeric
               compute ws-today-integer
                   = function integer-of-date(ws-date-numeric)
               compute ws-week-start-yyyymmdd
                   = function date-of-integer(ws-today-integer - 6)
               string
                   ws-week-start-yyyymmdd '000000'
                   delimited by size
                   into ws-stamp-low
               end-string
           else
               if ws-request-from numeric
                   string
                       ws-request-from '000000'
                       delimited by size
                       into ws-stamp-low
                   end-string
               else
                   move 'N' to ws-request-valid
                   move 'DATE FROM MUST BE YYYYMMDD'
                       to ws-request-error
               end-if
           end-if.

           if request-is-valid
               if ws-request-to = spaces
                   string
                       ws-current-date-long(1:8) '235959'
                       delimited by size
                       into ws-stamp-high
                   end-string
               else
                   if ws-request-to numeric
                       string
                           ws-request-to '235959'
                           delimited by size
                           into ws-stamp-high
                       end-string
                   else
                       move 'N' to ws-request-valid
                       move 'DATE TO MUST BE YYYYMMDD'
                           to ws-request-error
                   end-if
               end-if
           end-if.

           if request-is-valid
               and ws-stamp-high < ws-stamp-low
               move 'N' to ws-request-valid
               move 'DATE TO BEFORE DATE FROM' to ws-request-error
           end-if.

           perform 0160-print-report-header.

           if not request-is-valid
               move spaces to access-report-line
               string
                   'REQUEST REJECTED - ' ws-request-error
                   delimited by size
                   into access-report-line
               end-string
               write access-report-line
               move spaces to log-msg-department
               move 'W' to log-msg-severity
               move spaces to log-msg-text
               string
                   'ACCESS REPORT REQUEST REJECTED - '
                   ws-request-error
                   delimited by size
                   into log-msg-text
               end-string
               perform 0950-log-ops-message
               move 8 to return-code
           end-if.

       0160-print-report-header.
           move spaces to access-report-line.
           string
               'INQUIRY ACCESS REPORT'
               '  RUN DATE: ' ws-run-date-display
               delimited by size
               into access-report-line
           end-string.
           write access-report-line.

           if request-is-valid
               if ws-select-user = spaces
                   move spaces to access-report-line
                   string
                       'PERIOD FROM: ' ws-stamp-low(1:8)
                       '  TO: ' ws-stamp-high(1:8)
                       '  USERS: ALL'
                       delimited by size
                       into access-report-line
                   end-string
               else
                   move spaces to access-report-line
                   string
                       'PERIOD FROM: ' ws-stamp-low(1:8)
                       '  TO: ' ws-stamp-high(1:8)
                       '  USER: ' ws-select-user
                       delimited by size
                       into access-report-line
                   end-string
               end-if
               write access-report-line
           end-if.

           move spaces to access-report-line.
           write access-report-line.

      *-----------------------------------------------------------------------
      * 0200 - 依 key 順序讀整個記錄檔（有限定使用者就從他的第一筆
      *         START 起），期間外的跳過，使用者換段時印小計與段頭
      *-----------------------------------------------------------------------
       0200-scan-log.
           if ws-select-user not = spaces
               and inqlog-is-present
               move ws-select-user to iqlg-user-id
               move low-values to iqlg-timestamp
               move 0 to iqlg-sequence
               start inquiry-log-file
                   key >= iqlg-key
                   invalid key
                       set log-at-eof to true
               end-start
           end-if.

           if not log-at-eof
               perform 0210-read-log
           end-if.
           perform until log-at-eof
               if iqlg-timestamp >= ws-stamp-low
                   and iqlg-timestamp <= ws-stamp-high
                   if iqlg-user-id not = ws-current-user
                       perform 0230-start-new-user
                   end-if
                   perform 0220-print-log-line
               end-if
               perform 0210-read-log
           end-perform.

           if ws-user-count > 0
               perform 0240-print-user-totals
           end-if.

       0210-read-log.
           read inquiry-log-file next
               at end
                   set log-at-eof to true
           end-read.
           if not log-at-eof
               if ws-inqlog-status not = '00'
                   display 'INQLOGRPT ABEND - READ FAILED ON '
                       'INQLOG STATUS=' ws-inqlog-status
                   move spaces to log-msg-department
                   move 'A' to log-msg-severity
                   move 'READ FAILED ON INQLOG' to log-msg-text
                   perform 0950-log-ops-message
                   close inquiry-log-file
                   close access-report-file
                   move 16 to return-code
                   goback
               end-if
               if ws-select-user not = spaces
                   and iqlg-user-id not = ws-select-user
                   set log-at-eof to true
               end-if
           end-if.

      *-----------------------------------------------------------------------
      * 0220 - 一筆存取記錄一行：日期/時刻/程式/種類/部門/員工/結果/
      *         搜尋的姓名
      *-----------------------------------------------------------------------
       0220-print-log-line.
           evaluate true
               when iqlg-dept-browse
                   move 'DEPT ROSTER' to ws-type-display
               when iqlg-name-search
                   move 'NAME SEARCH' to ws-type-display
               when iqlg-employee-viewed
                   move 'EMP VIEWED' to ws-type-display
                   add 1 to ws-user-viewed
               when iqlg-audit-by-dept
                   move 'AUDIT BY DEPT' to ws-type-display
               when iqlg-audit-by-employee
                   move 'AUDIT BY EMP' to ws-type-display
               when other
                   move 'UNKNOWN' to ws-type-display
           end-evaluate.

           if iqlg-denied
               move 'DENIED' to ws-outcome-display
               add 1 to ws-user-denied
           else
               move 'OK' to ws-outcome-display
           end-if.

           if iqlg-employee-number = 0
               move spaces to ws-empno-display
           else
               move iqlg-employee-number to ws-empno-display
           end-if.

           move spaces to access-report-line.
           string
               '  ' iqlg-timestamp(1:8)
               ' ' iqlg-timestamp(9:6)
               '  ' iqlg-program
               ' ' ws-type-display
               ' ' iqlg-department
               ' ' ws-empno-display
               ' ' ws-outcome-display
               ' ' iqlg-search-text
               delimited by size
               into access-report-line
           end-string.
           write access-report-line.
           add 1 to ws-user-printed.

       0230-start-new-user.
           if ws-user-count > 0
               perform 0240-print-user-totals
           end-if.
           move iqlg-user-id to ws-current-user.
           add 1 to ws-user-count.
           move 0 to ws-user-printed.
           move 0 to ws-user-denied.
           move 0 to ws-user-viewed.

           move spaces to access-report-line.
           string
               'USER: ' iqlg-user-id
               delimited by size
               into access-report-line
           end-string.
           write access-report-line.

           move spaces to access-report-line.
           string
               '  DATE     TIME    PROGRAM      INQUIRY      '
               'DEPARTMENT EMP-NO RESULT  SEARCH'
               delimited by size
               into access-report-line
           end-string.
           write access-report-line.

      *-----------------------------------------------------------------------
      * 0240 - 使用者小計，順便累加到總計
      *-----------------------------------------------------------------------
       0240-print-user-totals.
           move ws-user-printed to ws-numeric-edit-7.
           move spaces to access-report-line.
           string
               '  INQUIRIES: ' ws-numeric-edit-7
               delimited by size
               into access-report-line
           end-string.
           write access-report-line.
           move ws-user-viewed to ws-numeric-edit-7.
           move spaces to access-report-line.
           string
               '  VIEWED:    ' ws-numeric-edit-7
               delimited by size
               into access-report-line
           end-string.
           write access-report-line.
           move ws-user-denied to ws-numeric-edit-7.
           move spaces to access-report-line.
           string
               '  DENIED:    ' ws-numeric-edit-7
               delimited by size
               into access-report-line
           end-string.
           write access-report-line.

           move spaces to access-report-line.
           write access-report-line.

           add ws-user-printed to ws-printed-count.
           add ws-user-denied to ws-denied-count.
           add ws-user-viewed to ws-viewed-count.

      *-----------------------------------------------------------------------
      * 0900 - 收尾：印總計、收檔；有被擋掉的查詢寫一筆 warning 到
      *         OPSMSG；期間內一筆都沒有就明講
      *-----------------------------------------------------------------------
       0900-terminate.
           if request-is-valid
               and ws-printed-count = 0
               move spaces to access-report-line
               string
                   'NO INQUIRIES RECORDED FOR PERIOD'
                   delimited by size
                   into access-report-line
               end-string
               write access-report-line
               move spaces to access-report-line
               write access-report-line
           end-if.

           move ws-user-count to ws-numeric-edit-5.
           move spaces to access-report-line.
           string
               'USERS REPORTED:     ' ws-numeric-edit-5
               delimited by size
               into access-report-line
           end-string.
           write access-report-line.

           move ws-printed-count to ws-numeric-edit-7.
           move spaces to access-report-line.
           string
               'INQUIRIES:        ' ws-numeric-edit-7
               delimited by size
               into access-report-line
           end-string.
           write access-report-line.

           move ws-viewed-count to ws-numeric-edit-7.
           move spaces to access-report-line.
           string
               'EMPLOYEES VIEWED: ' ws-numeric-edit-7
               delimited by size
               into access-report-line
           end-string.
           write access-report-line.

           move ws-denied-count to ws-numeric-edit-7.
           move spaces to access-report-line.
           string
               'DENIED:           ' ws-numeric-edit-7
               delimited by size
               into access-report-line
           end-string.
           write access-report-line.

           if inqlog-is-present
               close inquiry-log-file
           end-if.
           close access-report-file.

           if ws-denied-count > 0
               move spaces to log-msg-department
               move 'W' to log-msg-severity
               move ws-denied-count to ws-numeric-edit-7
               move spaces to log-msg-text
               string
                   ws-numeric-edit-7
                   ' INQUIRY ATTEMPT(S) DENIED - SEE INQLGRPT.TXT'
                   delimited by size
                   into log-msg-text
               end-string
               perform 0950-log-ops-message
           end-if.

           display 'INQLOGRPT COMPLETE - INQUIRIES: ' ws-printed-count
               ' DENIED: ' ws-denied-count.

      *-----------------------------------------------------------------------
      * 0950 - 營運訊息登錄：呼叫端先填部門/嚴重度/文字，這裡補程式名
      *         再 CALL OpsLog；登錄失敗由 OpsLog 自己吞掉
      *-----------------------------------------------------------------------
       0950-log-ops-message.
           move 'INQLOGRPT' to log-msg-program.
           call 'OpsLog' using log-ops-message.
