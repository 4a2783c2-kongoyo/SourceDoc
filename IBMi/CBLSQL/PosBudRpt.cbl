      *-----------------------------------------------------------------------
      * 程式名稱：PosBudRpt.cob
      * 程式說明：核定員額缺額/超編報表。EMPLOYEE 依部門 + 職稱算在職
      *           （status 'A'）人數，跟 POSAUTH 的核定員額照 key 合併，
      *           逐部門逐職稱印核定、現有、缺額、超編；核定 0 或根本
      *           沒有核定員額的職稱有人在做就註明 NO AUTHORIZED
      *           POSITION。每個部門一行小計，最後全公司總計。
      *           第二段逐一列出職稱沒有核定員額的在職員工（員工編號、
      *           姓名、部門、職稱），HR 拿去補預算或更正職稱。
      *           報表印成 POSBDRPT.TXT；有超編或沒有核定員額的員工時
      *           寫一筆 OPSMSG 提醒。
      *           EMPLOYEE 的 ORDER BY 跟 POSAUTH 的 key 用同一套排序
      *           （主機的 EBCDIC），兩邊才合併得起來。
      *-----------------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PosBudRpt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT position-budget-file
               ASSIGN TO "POSAUTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS pos-key
               FILE STATUS IS ws-posauth-status.

           SELECT department-master-file
               ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS dept-code
               FILE STATUS IS ws-deptmst-status.

           SELECT budget-report-file
               ASSIGN TO "POSBDRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-bdrpt-status.

       DATA DIVISION.
       FILE SECTION.
       FD  position-budget-file.
      *    核定員額配置與 PosBudLoad / PosBudMaint 共用同一份 copybook
           COPY POSREC.

       FD  department-master-file.
      *    部門主檔配置與 SQLWithHold / CorrEdit 共用同一份 copybook
           COPY DEPTREC.

       FD  budget-report-file.
       01  budget-report-line          pic x(132).

       WORKING-STORAGE SECTION.
      *    共用員工記錄配置（亦作為 FETCH 的 host variable 目標）
           COPY EMPREC.

      *    DB2 SQL Communication Area - 每次 EXEC SQL 後都要檢查
           COPY SQLCA.

       01  sql-statement            pic x(250).
       01  ws-statement-desc        pic x(30).

       01  ws-posauth-status        pic x(2).
       01  ws-deptmst-status        pic x(2).
       01  ws-bdrpt-status          pic x(2).

      *    POSAUTH 還沒建（從來沒載過預算）就當全部沒有核定員額
       01  ws-posauth-present       pic x(1) value 'N'.
           88  posauth-is-present           value 'Y'.

      *    合併的兩邊：POSAUTH 目前這一筆、EMPLOYEE 分組目前這一列；
      *    讀完的一邊 key 放 high-values
       01  ws-pos-key-cur.
           05  ws-pos-department    pic x(10).
           05  ws-pos-job-title     pic x(20).
       01  ws-pos-count-cur         pic 9(5) value 0.
       01  ws-fill-key-cur.
           05  ws-fill-department   pic x(10).
           05  ws-fill-job-title    pic x(20).
       01  ws-fill-count-cur        pic 9(7) value 0.
       01  ws-fill-count-fetch      pic 9(7) value 0.

      *    印一行用的（0300）
       01  ws-line-key.
           05  ws-line-department   pic x(10).
           05  ws-line-job-title    pic x(20).
       01  ws-line-authorized       pic 9(5) value 0.
       01  ws-line-filled           pic 9(7) value 0.
       01  ws-line-vacant           pic 9(7) value 0.
       01  ws-line-overfilled       pic 9(7) value 0.

       01  ws-prior-department      pic x(10) value spaces.
       01  ws-first-department      pic x(1) value 'Y'.
           88  first-department             value 'Y'.

      *    部門小計與全公司總計
       01  ws-dept-authorized       pic 9(7) value 0.
       01  ws-dept-filled           pic 9(7) value 0.
       01  ws-dept-vacant           pic 9(7) value 0.
       01  ws-dept-overfilled       pic 9(7) value 0.
       01  ws-total-authorized      pic 9(7) value 0.
       01  ws-total-filled          pic 9(7) value 0.
       01  ws-total-vacant          pic 9(7) value 0.
       01  ws-total-overfilled      pic 9(7) value 0.
       01  ws-overfilled-positions  pic 9(5) value 0.
       01  ws-unauthorized-titles   pic 9(5) value 0.
       01  ws-unauthorized-count    pic 9(7) value 0.
       01  ws-department-count      pic 9(5) value 0.

      *    第二段：同一個部門 + 職稱連續好幾個員工，POSAUTH 只讀一次
       01  ws-check-key.
           05  ws-check-department  pic x(10).
           05  ws-check-job-title   pic x(20).
       01  ws-check-authorized      pic x(1) value 'N'.
           88  title-is-authorized          value 'Y'.

       01  ws-current-date-long     pic x(21).
       01  ws-run-date-display      pic x(10).

       01  ws-numeric-edit-5        pic zzzz9.
       01  ws-numeric-edit-7        pic zzzzzz9.
       01  ws-numeric-edit-sqlcode  pic -(6)9.

      *    營運訊息登錄（CALL 'OpsLog'）的參數記錄，欄位說明見
      *    OPSMSGP.cpy
           COPY OPSMSGP REPLACING ==:TAG:== BY ==log==.

      *-----------------------------------------------------------------------
       PROCEDURE DIVISION.
       begin.
           perform 0100-initialize.
           perform 0200-match-positions.
           perform 0500-list-unauthorized.
           perform 0900-terminate.
           goback.

      *-----------------------------------------------------------------------
      * 0100 - 初始化：開檔、取得執行日期、印報表表頭
      *-----------------------------------------------------------------------
       0100-initialize.
           open input position-budget-file.
           evaluate ws-posauth-status
               when '00'
                   set posauth-is-present to true
               when '35'
                   continue
               when other
                   display 'POSBUDRPT ABEND - OPEN FAILED ON '
                       'POSAUTH STATUS=' ws-posauth-status
                   move spaces to log-msg-department
                   move 'A' to log-msg-severity
                   move 'OPEN FAILED ON POSAUTH' to log-msg-text
                   perform 0950-log-ops-message
                   move 16 to return-code
                   goback
           end-evaluate.

           open input department-master-file.
           if ws-deptmst-status not = '00'
               display 'POSBUDRPT ABEND - OPEN FAILED ON '
                   'DEPTMAST STATUS=' ws-deptmst-status
               move spaces to log-msg-department
               move 'A' to log-msg-severity
               move 'OPEN FAILED ON DEPTMAST' to log-msg-text
               perform 0950-log-ops-message
               if posauth-is-present
                   close position-budget-file
               end-if
               move 16 to return-code
               goback
           end-if.

           open output budget-report-file.
           if ws-bdrpt-status not = '00'
               display 'POSBUDRPT ABEND - OPEN FAILED ON '
                   'POSBDRPT.TXT STATUS=' ws-bdrpt-status
               move spaces to log-msg-department
               move 'A' to log-msg-severity
               move 'OPEN FAILED ON POSBDRPT.TXT' to log-msg-text
               perform 0950-log-ops-message
               if posauth-is-present
                   close position-budget-file
               end-if
               close department-master-file
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

           move spaces to budget-report-line.
           string
               'AUTHORIZED POSITIONS - VACANCY / OVERFILL REPORT'
               '  RUN DATE: ' ws-run-date-display
               delimited by size
               into budget-report-line
           end-string.
           write budget-report-line.

           if not posauth-is-present
               move spaces to budget-report-line
               write budget-report-line
               move 'POSAUTH NOT FOUND - NO AUTHORIZED POSITIONS LOADED'
                   to budget-report-line
               write budget-report-line
           end-if.

           move spaces to budget-report-line.
           write budget-report-line.
           move spaces to budget-report-line.
           string
               'DEPARTMENT  JOB TITLE             AUTHORIZED'
               '   FILLED   VACANT OVERFILL'
               delimited by size
               into budget-report-line
           end-string.
           write budget-report-line.

      *-----------------------------------------------------------------------
      * 0200 - 合併：POSAUTH 依 key 循序讀，EMPLOYEE 依部門 + 職稱分組
      *         算在職人數，兩邊 key 一樣就是有核定也有人，只有
      *         POSAUTH 的是整個職位空著，只有 EMPLOYEE 的是沒有核定
      *         員額
      *-----------------------------------------------------------------------
       0200-match-positions.
           string
               'SELECT EMPLOYEE_DEPARTMENT, EMPLOYEE_JOB_TITLE, '
               'COUNT(*) FROM EMPLOYEE '
               'WHERE EMPLOYEE_STATUS = ''A'' '
               'GROUP BY EMPLOYEE_DEPARTMENT, EMPLOYEE_JOB_TITLE '
               'ORDER BY EMPLOYEE_DEPARTMENT, EMPLOYEE_JOB_TITLE'
               delimited by size
               into sql-statement
           end-string.

           exec sql
               prepare fill-cursor-stmt from :sql-statement
           end-exec.
           move 'PREPARE (FILLED)' to ws-statement-desc.
           perform 0910-check-sqlcode.

      *    DECLARE CURSOR 不是可執行的 SQL 陳述，不會更新 SQLCA，
      *    所以這裡不檢查 SQLCODE
           exec sql
               declare fill-cursor cursor for fill-cursor-stmt
           end-exec.

           exec sql
               open fill-cursor
           end-exec.
           move 'OPEN CURSOR (FILLED)' to ws-statement-desc.
           perform 0910-check-sqlcode.

           perform 0210-read-next-position.
           perform 0220-fetch-next-filled.
           perform until ws-pos-key-cur = high-values
               and ws-fill-key-cur = high-values
               evaluate true
                   when ws-pos-key-cur = ws-fill-key-cur
                       move ws-pos-key-cur to ws-line-key
                       move ws-pos-count-cur to ws-line-authorized
                       move ws-fill-count-cur to ws-line-filled
                       perform 0300-print-position-line
                       perform 0210-read-next-position
                       perform 0220-fetch-next-filled
                   when ws-pos-key-cur < ws-fill-key-cur
                       move ws-pos-key-cur to ws-line-key
                       move ws-pos-count-cur to ws-line-authorized
                       move 0 to ws-line-filled
                       perform 0300-print-position-line
                       perform 0210-read-next-position
                   when other
                       move ws-fill-key-cur to ws-line-key
                       move 0 to ws-line-authorized
                       move ws-fill-count-cur to ws-line-filled
                       perform 0300-print-position-line
                       perform 0220-fetch-next-filled
               end-evaluate
           end-perform.

           exec sql
               close fill-cursor
           end-exec.
           move 'CLOSE CURSOR (FILLED)' to ws-statement-desc.
           perform 0910-check-sqlcode.

           if not first-department
               perform 0320-print-department-total
           end-if.

       0210-read-next-position.
           move high-values to ws-pos-key-cur.
           move 0 to ws-pos-count-cur.
           if posauth-is-present
               read position-budget-file next
                   at end
                       continue
               end-read
               if ws-posauth-status = '00'
                   move pos-key to ws-pos-key-cur
                   move pos-authorized-count to ws-pos-count-cur
               end-if
           end-if.

       0220-fetch-next-filled.
           exec sql
               fetch fill-cursor
                   into :ws-fill-department, :ws-fill-job-title,
                        :ws-fill-count-fetch
           end-exec.
           move 'FETCH (FILLED)' to ws-statement-desc.
           perform 0910-check-sqlcode.
           if sqlcode = 100
               move high-values to ws-fill-key-cur
               move 0 to ws-fill-count-cur
           else
               move ws-fill-count-fetch to ws-fill-count-cur
           end-if.

      *-----------------------------------------------------------------------
      * 0300 - 印一個部門 + 職稱：缺額 = 核定 - 現有、超編 = 現有 - 核定
      *         （兩個至少一個是 0）；核定 0 又沒人的職位（已取消）不印
      *-----------------------------------------------------------------------
       0300-print-position-line.
           if ws-line-authorized = 0 and ws-line-filled = 0
               continue
           else
               if ws-line-department not = ws-prior-department
                   or first-department
                   perform 0310-department-break
               end-if

               move 0 to ws-line-vacant
               move 0 to ws-line-overfilled
               if ws-line-authorized > ws-line-filled
                   compute ws-line-vacant
                       = ws-line-authorized - ws-line-filled
               else
                   compute ws-line-overfilled
                       = ws-line-filled - ws-line-authorized
               end-if

               move spaces to budget-report-line
               move ws-line-department to budget-report-line(1:10)
               move ws-line-job-title to budget-report-line(13:20)
               move ws-line-authorized to ws-numeric-edit-7
               move ws-numeric-edit-7 to budget-report-line(37:7)
               move ws-line-filled to ws-numeric-edit-7
               move ws-numeric-edit-7 to budget-report-line(46:7)
               move ws-line-vacant to ws-numeric-edit-7
               move ws-numeric-edit-7 to budget-report-line(55:7)
               move ws-line-overfilled to ws-numeric-edit-7
               move ws-numeric-edit-7 to budget-report-line(64:7)
               evaluate true
                   when ws-line-authorized = 0
                       move 'NO AUTHORIZED POSITION'
                           to budget-report-line(73:30)
                       add 1 to ws-unauthorized-titles
                   when ws-line-overfilled > 0
                       move 'OVERFILLED' to budget-report-line(73:30)
                       add 1 to ws-overfilled-positions
                   when other
                       continue
               end-evaluate
               write budget-report-line

               add ws-line-authorized to ws-dept-authorized
               add ws-line-filled to ws-dept-filled
               add ws-line-vacant to ws-dept-vacant
               add ws-line-overfilled to ws-dept-overfilled
           end-if.

      *    換部門：前一個部門印小計，新部門印一行部門全名
       0310-department-break.
           if not first-department
               perform 0320-print-department-total
           end-if.
           move 'N' to ws-first-department.
           move ws-line-department to ws-prior-department.
           add 1 to ws-department-count.

           move ws-line-department to dept-code.
           read department-master-file
               invalid key
                   continue
           end-read.
           if ws-deptmst-status not = '00'
               move '*** NOT ON DEPARTMENT MASTER ***' to dept-name
           end-if.
           move spaces to budget-report-line.
           write budget-report-line.
           move spaces to budget-report-line.
           string
               ws-line-department '  ' dept-name
               delimited by size
               into budget-report-line
           end-string.
           write budget-report-line.

       0320-print-department-total.
           move spaces to budget-report-line.
           move '  DEPARTMENT TOTAL' to budget-report-line(13:20).
           move ws-dept-authorized to ws-numeric-edit-7.
           move ws-numeric-edit-7 to budget-report-line(37:7).
           move ws-dept-filled to ws-numeric-edit-7.
           move ws-numeric-edit-7 to budget-report-line(46:7).
           move ws-dept-vacant to ws-numeric-edit-7.
           move ws-numeric-edit-7 to budget-report-line(55:7).
           move ws-dept-overfilled to ws-numeric-edit-7.
           move ws-numeric-edit-7 to budget-report-line(64:7).
           write budget-report-line.

           add ws-dept-authorized to ws-total-authorized.
           add ws-dept-filled to ws-total-filled.
           add ws-dept-vacant to ws-total-vacant.
           add ws-dept-overfilled to ws-total-overfilled.
           move 0 to ws-dept-authorized.
           move 0 to ws-dept-filled.
           move 0 to ws-dept-vacant.
           move 0 to ws-dept-overfilled.

      *-----------------------------------------------------------------------
      * 0500 - 第二段：逐一列出職稱沒有核定員額（POSAUTH 沒記錄或核定
      *         0）的在職員工
      *-----------------------------------------------------------------------
       0500-list-unauthorized.
           move spaces to budget-report-line.
           write budget-report-line.
           write budget-report-line.
           move 'ACTIVE EMPLOYEES WITH NO AUTHORIZED POSITION'
               to budget-report-line.
           write budget-report-line.
           move spaces to budget-report-line.
           write budget-report-line.
           move spaces to budget-report-line.
           string
               'EMP-NO  NAME                            '
               'DEPARTMENT  JOB TITLE'
               delimited by size
               into budget-report-line
           end-string.
           write budget-report-line.

           string
               'SELECT EMPLOYEE_NUMBER, EMPLOYEE_NAME, '
               'EMPLOYEE_DEPARTMENT, EMPLOYEE_JOB_TITLE '
               'FROM EMPLOYEE '
               'WHERE EMPLOYEE_STATUS = ''A'' '
               'ORDER BY EMPLOYEE_DEPARTMENT, EMPLOYEE_JOB_TITLE, '
               'EMPLOYEE_NUMBER'
               delimited by size
               into sql-statement
           end-string.

           exec sql
               prepare emp-cursor-stmt from :sql-statement
           end-exec.
           move 'PREPARE (EMPLOYEES)' to ws-statement-desc.
           perform 0910-check-sqlcode.

      *    DECLARE CURSOR 不是可執行的 SQL 陳述，不會更新 SQLCA，
      *    所以這裡不檢查 SQLCODE
           exec sql
               declare emp-cursor cursor for emp-cursor-stmt
           end-exec.

           exec sql
               open emp-cursor
           end-exec.
           move 'OPEN CURSOR (EMPLOYEES)' to ws-statement-desc.
           perform 0910-check-sqlcode.

           move high-values to ws-check-key.
           perform 0510-fetch-next-employee.
           perform until sqlcode = 100
               perform 0520-check-one-employee
               perform 0510-fetch-next-employee
           end-perform.

           exec sql
               close emp-cursor
           end-exec.
           move 'CLOSE CURSOR (EMPLOYEES)' to ws-statement-desc.
           perform 0910-check-sqlcode.

           if ws-unauthorized-count = 0
               move spaces to budget-report-line
               write budget-report-line
               move '  NONE' to budget-report-line
               write budget-report-line
           end-if.

       0510-fetch-next-employee.
           exec sql
               fetch emp-cursor
                   into :employee-number, :employee-name,
                        :employee-department, :employee-job-title
           end-exec.
           move 'FETCH (EMPLOYEES)' to ws-statement-desc.
           perform 0910-check-sqlcode.

       0520-check-one-employee.
           if employee-department not = ws-check-department
               or employee-job-title not = ws-check-job-title
               move employee-department to ws-check-department
               move employee-job-title to ws-check-job-title
               move 'N' to ws-check-authorized
               if posauth-is-present
                   move employee-department to pos-department
                   move employee-job-title to pos-job-title
                   read position-budget-file
                       invalid key
                           continue
                   end-read
                   if ws-posauth-status = '00'
                       and pos-authorized-count > 0
                       set title-is-authorized to true
                   end-if
               end-if
           end-if.

           if not title-is-authorized
               add 1 to ws-unauthorized-count
               move spaces to budget-report-line
               move employee-number to budget-report-line(1:5)
               move employee-name to budget-report-line(9:30)
               move employee-department to budget-report-line(41:10)
               move employee-job-title to budget-report-line(53:20)
               write budget-report-line
           end-if.

      *-----------------------------------------------------------------------
      * 0900 - 收尾：印全公司總計、收檔；有超編或沒有核定員額的員工
      *         寫一筆 OPSMSG
      *-----------------------------------------------------------------------
       0900-terminate.
           move spaces to budget-report-line.
           write budget-report-line.
           move spaces to budget-report-line.
           move 'ALL DEPTS' to budget-report-line(1:10).
           move ws-total-authorized to ws-numeric-edit-7.
           move ws-numeric-edit-7 to budget-report-line(37:7).
           move ws-total-filled to ws-numeric-edit-7.
           move ws-numeric-edit-7 to budget-report-line(46:7).
           move ws-total-vacant to ws-numeric-edit-7.
           move ws-numeric-edit-7 to budget-report-line(55:7).
           move ws-total-overfilled to ws-numeric-edit-7.
           move ws-numeric-edit-7 to budget-report-line(64:7).
           write budget-report-line.

           move spaces to budget-report-line.
           write budget-report-line.
           move ws-department-count to ws-numeric-edit-5.
           move spaces to budget-report-line.
           string
               'DEPARTMENTS REPORTED:              ' ws-numeric-edit-5
               delimited by size
               into budget-report-line
           end-string.
           write budget-report-line.
           move ws-overfilled-positions to ws-numeric-edit-5.
           move spaces to budget-report-line.
           string
               'OVERFILLED POSITIONS:              ' ws-numeric-edit-5
               delimited by size
               into budget-report-line
           end-string.
           write budget-report-line.
           move ws-unauthorized-titles to ws-numeric-edit-5.
           move spaces to budget-report-line.
           string
               'TITLES WITH NO AUTHORIZED POSITION:' ws-numeric-edit-5
               delimited by size
               into budget-report-line
           end-string.
           write budget-report-line.
           move ws-unauthorized-count to ws-numeric-edit-7.
           move spaces to budget-report-line.
           string
               'EMPLOYEES WITH NO AUTHORIZED POSITION:'
               ws-numeric-edit-7
               delimited by size
               into budget-report-line
           end-string.
           write budget-report-line.

           perform 0920-close-files.

           if ws-overfilled-positions > 0
               or ws-unauthorized-count > 0
               move spaces to log-msg-department
               move 'D' to log-msg-severity
               move ws-overfilled-positions to ws-numeric-edit-5
               move ws-unauthorized-count to ws-numeric-edit-7
               move spaces to log-msg-text
               string
                   ws-numeric-edit-5 ' OVERFILLED POSITION(S) / '
                   ws-numeric-edit-7 ' UNAUTHORIZED EMP(S)'
                   delimited by size
                   into log-msg-text
               end-string
               perform 0950-log-ops-message
           end-if.

           display 'POSBUDRPT COMPLETE - DEPARTMENTS: '
               ws-department-count
               ' OVERFILLED: ' ws-overfilled-positions
               ' UNAUTHORIZED EMPS: ' ws-unauthorized-count.

      *-----------------------------------------------------------------------
      * 0910 - 每次 EXEC SQL 之後都要呼叫：negative SQLCODE 就記 OPSMSG、
      *         收檔並 abend（唯讀報表，沒有東西要 ROLLBACK 以外的復原）
      *-----------------------------------------------------------------------
       0910-check-sqlcode.
           evaluate true
               when sqlcode = 0
                   continue
               when sqlcode = 100
                   continue
               when sqlcode < 0
                   move sqlcode to ws-numeric-edit-sqlcode
                   move spaces to log-msg-department
                   move 'A' to log-msg-severity
                   move spaces to log-msg-text
                   string
                       'ABEND SQLCODE=' ws-numeric-edit-sqlcode
                       ' STMT=' ws-statement-desc
                       delimited by size
                       into log-msg-text
                   end-string
                   perform 0950-log-ops-message
                   display 'POSBUDRPT ABEND - SQLCODE='
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
           if posauth-is-present
               close position-budget-file
           end-if.
           close department-master-file.
           close budget-report-file.

      *-----------------------------------------------------------------------
      * 0950 - 營運訊息登錄：呼叫端先填部門/嚴重度/文字，這裡補程式名
      *         再 CALL OpsLog；登錄失敗由 OpsLog 自己吞掉
      *-----------------------------------------------------------------------
       0950-log-ops-message.
           move 'POSBUDRPT' to log-msg-program.
           call 'OpsLog' using log-ops-message.
