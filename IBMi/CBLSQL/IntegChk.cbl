      *-----------------------------------------------------------------------
      * 程式名稱：IntegChk.cob
      * 程式說明：每週跨檔參照完整性檢查。各個 keyed file 與循序檔
      *           互相參照部門代號、員工編號，但平常沒有人核對它們還
      *           對不對得起來，往往是夜間批次出狀況才一筆一筆查到。
      *           本程式一次跑完下列檢查，每一類印一段，列出有問題的
      *           key 與原因、每類筆數，最後一張各類筆數彙總：
      *             1. EMPSCHED.TXT 的部門不在 DEPTMAST 或已停用
      *             2. HRCTLTOT 的部門不在 DEPTMAST 或已停用
      *             3. EMPCORRK 已覆核未套用的更正，員工已離職（或
      *                EMPLOYEE 根本沒有這個人）
      *             4. DEPTMAPK 尚未套用的對應，新部門已停用（或不
      *                存在）；已申請還原的對應，舊部門已停用
      *             5. EMPRST 卡在 restart-in-progress，但部門已經不在
      *                EMPSCHED.TXT 或排程標成 'S' 跳過 -- 沒有人會去
      *                接著跑完
      *             6. 在職（狀態不是 'T'）員工的部門不在 DEPTMAST 或
      *                已停用
      *             7. 有在職員工的部門在 HRCTLTOT 沒有控制總數
      *           有例外的每一類各寫一筆 OPSMSG（severity 'W'），早上的
      *           OpsReport 就看得到；有任何例外 return-code 8。
      *           DEPTMAST 是比對的基準，開不起來就 abend；其他檔案還
      *           沒建的那一類印 NOT CHECKED 跳過。本程式只讀不寫，
      *           什麼時候重跑都可以。報表印成 INTEGRPT.TXT。
      *-----------------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IntegChk.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT department-master-file
               ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS dept-code
               FILE STATUS IS ws-deptmst-status.

           SELECT run-schedule-file
               ASSIGN TO "EMPSCHED.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-sched-status.

           SELECT control-total-file
               ASSIGN TO "HRCTLTOT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ct-department-code
               FILE STATUS IS ws-ctltot-status.

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
               FILE STATUS IS ws-dmapk-status.

           SELECT restart-control-file
               ASSIGN TO "EMPRST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS restart-department
               FILE STATUS IS ws-emprst-status.

           SELECT integrity-report-file
               ASSIGN TO "INTEGRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-intrpt-status.

       DATA DIVISION.
       FILE SECTION.
       FD  department-master-file.
      *    部門主檔配置與 SQLWithHold / CorrEdit 共用同一份 copybook
           COPY DEPTREC.

       FD  run-schedule-file.
      *    排程記錄配置與 SQLWithHold / AckRecon 共用同一份 copybook
           COPY SCHEDREC.

       FD  control-total-file.
      *    控制總數記錄配置與 CtlTotLoad / CtlTotMaint 共用同一份
      *    copybook
           COPY CTLREC.

       FD  pending-corrections-file.
      *    待套用更正記錄配置與 CorrMaint / SQLWithHold 共用同一份
      *    copybook
           COPY CORRREC.

       FD  dept-mapping-file.
      *    部門對應記錄配置與 DeptMapMaint / DeptReorg 共用同一份
      *    copybook
           COPY DMAPREC.

       FD  restart-control-file.
      *    重跑控制記錄配置與 SQLWithHold / AckRecon 共用同一份
      *    copybook
           COPY EMPRSTR.

       FD  integrity-report-file.
       01  integrity-report-line       pic x(132).

       WORKING-STORAGE SECTION.
      *    共用員工記錄配置（亦作為 FETCH 的 host variable 目標）
           COPY EMPREC.

      *    DB2 SQL Communication Area - 每次 EXEC SQL 後都要檢查
           COPY SQLCA.

       01  sql-statement            pic x(250).
       01  ws-statement-desc        pic x(30).

       01  ws-deptmst-status        pic x(2).
       01  ws-sched-status          pic x(2).
       01  ws-ctltot-status         pic x(2).
       01  ws-corrk-status          pic x(2).
       01  ws-dmapk-status          pic x(2).
       01  ws-emprst-status         pic x(2).
       01  ws-intrpt-status         pic x(2).

      *    選用檔：還沒建的那一類檢查跳過
       01  ws-sched-present         pic x(1) value 'N'.
           88  sched-is-present             value 'Y'.
       01  ws-ctltot-present        pic x(1) value 'N'.
           88  ctltot-is-present            value 'Y'.
       01  ws-corrk-present         pic x(1) value 'N'.
           88  corrk-is-present             value 'Y'.
       01  ws-dmapk-present         pic x(1) value 'N'.
           88  dmapk-is-present             value 'Y'.
       01  ws-emprst-present        pic x(1) value 'N'.
           88  emprst-is-present            value 'Y'.

      *    EMPSCHED.TXT 的部門（第 5 類要查部門還有沒有排程）
       01  schedule-table.
           05  schedule-entry occurs 500 times
               indexed by sched-idx.
               10  st-department         pic x(10).
               10  st-include-flag       pic x(1).
       01  ws-sched-total           pic 9(5) value 0.
       01  ws-sched-dropped         pic 9(5) value 0.

      *    各類的標題與筆數；標題也用在 OPSMSG 文字裡，不能超過 50
       01  category-title-values.
           05  filler               pic x(50)
               value 'EMPSCHED DEPT NOT ON DEPTMAST OR INACTIVE'.
           05  filler               pic x(50)
               value 'HRCTLTOT DEPT NOT ON DEPTMAST OR INACTIVE'.
           05  filler               pic x(50)
               value 'APPROVED EMPCORRK CORRECTION, EMP TERMINATED'.
           05  filler               pic x(50)
               value 'DEPTMAPK MAPPING INTO INACTIVE DEPARTMENT'.
           05  filler               pic x(50)
               value 'EMPRST RESTART IN PROGRESS, DEPT NOT SCHEDULED'.
           05  filler               pic x(50)
               value 'ACTIVE EMPLOYEE IN MISSING OR INACTIVE DEPT'.
           05  filler               pic x(50)
               value 'DEPT WITH EMPLOYEES BUT NO HRCTLTOT TOTAL'.
       01  category-titles redefines category-title-values.
           05  category-title       pic x(50) occurs 7 times.
       01  category-counts.
           05  category-count       pic 9(7) occurs 7 times.
       01  category-checked-flags.
           05  category-checked     pic x(1) occurs 7 times.
       01  ws-category-total        pic 9(1) value 7.
       01  ws-category              pic 9(1) value 0.
       01  ws-total-exceptions      pic 9(7) value 0.

      *    一筆例外：key 與原因（0820 印）
       01  ws-exception-key         pic x(32).
       01  ws-exception-reason      pic x(60).

      *    部門主檔查詢結果（0800）
       01  ws-lookup-department     pic x(10).
       01  ws-dept-reason           pic x(30).

       01  ws-scan-done             pic x(1) value 'N'.
           88  scan-is-done                 value 'Y'.
       01  ws-dept-employee-count   pic 9(7) value 0.

      *    第 6 類同一個部門連續好幾個員工，DEPTMAST 只讀一次
       01  ws-prior-department      pic x(10) value high-values.
       01  ws-prior-dept-reason     pic x(30) value spaces.

       01  ws-current-date-long     pic x(21).
       01  ws-run-date-display      pic x(10).

       01  ws-numeric-edit-1        pic 9.
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
           perform 0200-check-schedule-depts.
           perform 0250-check-control-depts.
           perform 0300-check-corrections.
           perform 0400-check-mappings.
           perform 0500-check-restart-records.
           perform 0600-check-employee-depts.
           perform 0700-check-control-coverage.
           perform 0900-terminate.
           goback.

      *-----------------------------------------------------------------------
      * 0100 - 初始化：開檔（DEPTMAST 與報表必須要有，其他選用）、
      *         載入排程部門、印報表表頭
      *-----------------------------------------------------------------------
       0100-initialize.
           open input department-master-file.
           if ws-deptmst-status not = '00'
               display 'INTEGCHK ABEND - OPEN FAILED ON '
                   'DEPTMAST STATUS=' ws-deptmst-status
               move spaces to log-msg-department
               move 'A' to log-msg-severity
               move 'OPEN FAILED ON DEPTMAST' to log-msg-text
               perform 0950-log-ops-message
               move 16 to return-code
               goback
           end-if.

           open output integrity-report-file.
           if ws-intrpt-status not = '00'
               display 'INTEGCHK ABEND - OPEN FAILED ON '
                   'INTEGRPT.TXT STATUS=' ws-intrpt-status
               move spaces to log-msg-department
               move 'A' to log-msg-severity
               move 'OPEN FAILED ON INTEGRPT.TXT' to log-msg-text
               perform 0950-log-ops-message
               close department-master-file
               move 16 to return-code
               goback
           end-if.

           open input run-schedule-file.
           evaluate ws-sched-status
               when '00'
                   set sched-is-present to true
               when '35'
                   continue
               when other
                   move 'EMPSCHED.TXT' to ws-statement-desc
                   perform 0190-open-failed
           end-evaluate.

           open input control-total-file.
           evaluate ws-ctltot-status
               when '00'
                   set ctltot-is-present to true
               when '35'
                   continue
               when other
                   move 'HRCTLTOT' to ws-statement-desc
                   perform 0190-open-failed
           end-evaluate.

           open input pending-corrections-file.
           evaluate ws-corrk-status
               when '00'
                   set corrk-is-present to true
               when '35'
                   continue
               when other
                   move 'EMPCORRK' to ws-statement-desc
                   perform 0190-open-failed
           end-evaluate.

           open input dept-mapping-file.
           evaluate ws-dmapk-status
               when '00'
                   set dmapk-is-present to true
               when '35'
                   continue
               when other
                   move 'DEPTMAPK' to ws-statement-desc
                   perform 0190-open-failed
           end-evaluate.

           open input restart-control-file.
           evaluate ws-emprst-status
               when '00'
                   set emprst-is-present to true
               when '35'
                   continue
               when other
                   move 'EMPRST' to ws-statement-desc
                   perform 0190-open-failed
           end-evaluate.

           move function current-date to ws-current-date-long.
           string
               ws-current-date-long(5:2) '/'
               ws-current-date-long(7:2) '/'
               ws-current-date-long(1:4)
               delimited by size
               into ws-run-date-display
           end-string.

           perform varying ws-category from 1 by 1
               until ws-category > ws-category-total
               move 0 to category-count(ws-category)
               move 'N' to category-checked(ws-category)
           end-perform.

           if sched-is-present
               perform 0110-load-schedule
           end-if.

           move spaces to integrity-report-line.
           string
               'REFERENTIAL INTEGRITY CHECK - EXCEPTIONS REPORT'
               '  RUN DATE: ' ws-run-date-display
               delimited by size
               into integrity-report-line
           end-string.
           write integrity-report-line.

      *-----------------------------------------------------------------------
      * 0110 - 排程部門載入表格；超過表格的筆數計數印在報表上
      *-----------------------------------------------------------------------
       0110-load-schedule.
           perform until ws-sched-status not = '00'
               read run-schedule-file
               if ws-sched-status = '00'
                   if ws-sched-total < 500
                       add 1 to ws-sched-total
                       move sched-department
                           to st-department(ws-sched-total)
                       move sched-include-flag
                           to st-include-flag(ws-sched-total)
                   else
                       add 1 to ws-sched-dropped
                   end-if
               end-if
           end-perform.
           close run-schedule-file.

      *-----------------------------------------------------------------------
      * 0190 - 選用檔開檔失敗（不是 35 檔案不存在）：abend
      *-----------------------------------------------------------------------
       0190-open-failed.
           display 'INTEGCHK ABEND - OPEN FAILED ON '
               ws-statement-desc.
           move spaces to log-msg-department.
           move 'A' to log-msg-severity.
           move spaces to log-msg-text.
           string
               'OPEN FAILED ON ' ws-statement-desc
               delimited by size
               into log-msg-text
           end-string.
           perform 0950-log-ops-message.
           perform 0920-close-files.
           move 16 to return-code.
           goback.

      *-----------------------------------------------------------------------
      * 0200 - 第 1 類：EMPSCHED.TXT 的每個部門查 DEPTMAST
      *-----------------------------------------------------------------------
       0200-check-schedule-depts.
           move 1 to ws-category.
           perform 0810-start-category.
           if not sched-is-present
               move 'EMPSCHED.TXT NOT FOUND - NOT CHECKED'
                   to integrity-report-line
               write integrity-report-line
           else
               move 'Y' to category-checked(ws-category)
               perform varying sched-idx from 1 by 1
                   until sched-idx > ws-sched-total
                   move st-department(sched-idx)
                       to ws-lookup-department
                   perform 0800-lookup-department
                   if ws-dept-reason not = spaces
                       move spaces to ws-exception-key
                       string
                           'DEPT ' st-department(sched-idx)
                           delimited by size
                           into ws-exception-key
                       end-string
                       move ws-dept-reason to ws-exception-reason
                       perform 0820-print-exception
                   end-if
               end-perform
               if ws-sched-dropped > 0
                   move ws-sched-dropped to ws-numeric-edit-5
                   move spaces to integrity-report-line
                   string
                       '    ' ws-numeric-edit-5
                       ' EMPSCHED.TXT LINE(S) OVER 500 NOT CHECKED'
                       delimited by size
                       into integrity-report-line
                   end-string
                   write integrity-report-line
               end-if
           end-if.
           perform 0830-end-category.

      *-----------------------------------------------------------------------
      * 0250 - 第 2 類：HRCTLTOT 依 key 循序讀，每個部門查 DEPTMAST
      *-----------------------------------------------------------------------
       0250-check-control-depts.
           move 2 to ws-category.
           perform 0810-start-category.
           if not ctltot-is-present
               move 'HRCTLTOT NOT FOUND - NOT CHECKED'
                   to integrity-report-line
               write integrity-report-line
           else
               move 'Y' to category-checked(ws-category)
               move low-values to ct-department-code
               move 'N' to ws-scan-done
               start control-total-file
                   key >= ct-department-code
                   invalid key
                       move 'Y' to ws-scan-done
               end-start
               perform until scan-is-done
                   read control-total-file next
                       at end
                           move 'Y' to ws-scan-done
                   end-read
                   if not scan-is-done
                       and ws-ctltot-status = '00'
                       move ct-department-code to ws-lookup-department
                       perform 0800-lookup-department
                       if ws-dept-reason not = spaces
                           move spaces to ws-exception-key
                           string
                               'DEPT ' ct-department-code
                               delimited by size
                               into ws-exception-key
                           end-string
                           move ws-dept-reason to ws-exception-reason
                           perform 0820-print-exception
                       end-if
                   end-if
               end-perform
           end-if.
           perform 0830-end-category.

      *-----------------------------------------------------------------------
      * 0300 - 第 3 類：EMPCORRK 已覆核（'A'）還沒套用的更正，員工已
      *         離職或不在 EMPLOYEE -- SQLWithHold 會一直載入卻套不上去
      *-----------------------------------------------------------------------
       0300-check-corrections.
           move 3 to ws-category.
           perform 0810-start-category.
           if not corrk-is-present
               move 'EMPCORRK NOT FOUND - NOT CHECKED'
                   to integrity-report-line
               write integrity-report-line
           else
               move 'Y' to category-checked(ws-category)
               move low-values to pcorr-key
               move 'N' to ws-scan-done
               start pending-corrections-file
                   key >= pcorr-key
                   invalid key
                       move 'Y' to ws-scan-done
               end-start
               perform until scan-is-done
                   read pending-corrections-file next
                       at end
                           move 'Y' to ws-scan-done
                   end-read
                   if not scan-is-done
                       and ws-corrk-status = '00'
                       and pcorr-status-approved
                       perform 0310-check-one-correction
                   end-if
               end-perform
           end-if.
           perform 0830-end-category.

       0310-check-one-correction.
           move pcorr-employee-number to employee-number.
           exec sql
               select EMPLOYEE_STATUS
                   into :employee-status
                   from EMPLOYEE
                   where EMPLOYEE_NUMBER = :employee-number
           end-exec.
           move 'SELECT EMPLOYEE_STATUS' to ws-statement-desc.
           perform 0910-check-sqlcode.

           move spaces to ws-exception-reason.
           evaluate true
               when sqlcode = 100
                   move 'EMPLOYEE NOT ON EMPLOYEE TABLE'
                       to ws-exception-reason
               when employee-terminated
                   move 'EMPLOYEE TERMINATED' to ws-exception-reason
               when other
                   continue
           end-evaluate.
           if ws-exception-reason not = spaces
               move spaces to ws-exception-key
               string
                   'EMP ' pcorr-employee-number
                   ' SEQ ' pcorr-sequence
                   delimited by size
                   into ws-exception-key
               end-string
               perform 0820-print-exception
           end-if.

      *-----------------------------------------------------------------------
      * 0400 - 第 4 類：DEPTMAPK 還沒套用（'E' / 'A'）的對應，新部門
      *         停用或不存在；已套用但申請還原（'E' / 'A'）的對應，
      *         還原是把人搬回舊部門，所以查舊部門
      *-----------------------------------------------------------------------
       0400-check-mappings.
           move 4 to ws-category.
           perform 0810-start-category.
           if not dmapk-is-present
               move 'DEPTMAPK NOT FOUND - NOT CHECKED'
                   to integrity-report-line
               write integrity-report-line
           else
               move 'Y' to category-checked(ws-category)
               move low-values to dmap-key
               move 'N' to ws-scan-done
               start dept-mapping-file
                   key >= dmap-key
                   invalid key
                       move 'Y' to ws-scan-done
               end-start
               perform until scan-is-done
                   read dept-mapping-file next
                       at end
                           move 'Y' to ws-scan-done
                   end-read
                   if not scan-is-done
                       and ws-dmapk-status = '00'
                       perform 0410-check-one-mapping
                   end-if
               end-perform
           end-if.
           perform 0830-end-category.

       0410-check-one-mapping.
           move spaces to ws-exception-reason.
           evaluate true
               when dmap-status-entered or dmap-status-approved
                   move dmap-new-department to ws-lookup-department
                   perform 0800-lookup-department
                   if ws-dept-reason not = spaces
                       string
                           'TO ' dmap-new-department ' '
                           ws-dept-reason
                           delimited by size
                           into ws-exception-reason
                       end-string
                   end-if
               when dmap-status-applied and dmap-reversal-open
                   move dmap-old-department to ws-lookup-department
                   perform 0800-lookup-department
                   if ws-dept-reason not = spaces
                       string
                           'REVERSAL BACK TO ' dmap-old-department ' '
                           ws-dept-reason
                           delimited by size
                           into ws-exception-reason
                       end-string
                   end-if
               when other
                   continue
           end-evaluate.
           if ws-exception-reason not = spaces
               move spaces to ws-exception-key
               string
                   'MAP ' dmap-old-department
                   ' SEQ ' dmap-sequence
                   ' STATUS ' dmap-status
                   delimited by size
                   into ws-exception-key
               end-string
               perform 0820-print-exception
           end-if.

      *-----------------------------------------------------------------------
      * 0500 - 第 5 類：EMPRST 卡在 restart-in-progress 'Y'，部門已經
      *         不在 EMPSCHED.TXT 或標成跳過，SQLWithHold 不會再去接著
      *         跑完；EMPSCHED.TXT 不在時無從比對，跳過
      *-----------------------------------------------------------------------
       0500-check-restart-records.
           move 5 to ws-category.
           perform 0810-start-category.
           evaluate true
               when not emprst-is-present
                   move 'EMPRST NOT FOUND - NOT CHECKED'
                       to integrity-report-line
                   write integrity-report-line
               when not sched-is-present
                   move 'EMPSCHED.TXT NOT FOUND - NOT CHECKED'
                       to integrity-report-line
                   write integrity-report-line
               when other
                   move 'Y' to category-checked(ws-category)
                   perform 0510-scan-restart-records
           end-evaluate.
           perform 0830-end-category.

       0510-scan-restart-records.
           move low-values to restart-department.
           move 'N' to ws-scan-done.
           start restart-control-file
               key >= restart-department
               invalid key
                   move 'Y' to ws-scan-done
           end-start.
           perform until scan-is-done
               read restart-control-file next
                   at end
                       move 'Y' to ws-scan-done
               end-read
               if not scan-is-done
                   and ws-emprst-status = '00'
                   and restart-in-progress = 'Y'
                   perform 0520-check-one-restart
               end-if
           end-perform.

       0520-check-one-restart.
           move 'NOT IN EMPSCHED.TXT' to ws-exception-reason.
           perform varying sched-idx from 1 by 1
               until sched-idx > ws-sched-total
               if st-department(sched-idx) = restart-department
                   if st-include-flag(sched-idx) = 'S'
                       move 'SKIPPED (S) IN EMPSCHED.TXT'
                           to ws-exception-reason
                   else
                       move spaces to ws-exception-reason
                   end-if
                   set sched-idx to ws-sched-total
               end-if
           end-perform.
           if ws-exception-reason not = spaces
               move spaces to ws-exception-key
               string
                   'DEPT ' restart-department
                   ' LAST EMP ' restart-last-employee-number
                   delimited by size
                   into ws-exception-key
               end-string
               perform 0820-print-exception
           end-if.

      *-----------------------------------------------------------------------
      * 0600 - 第 6 類：在職（不是 'T'）員工依部門排序，部門換了才讀
      *         DEPTMAST
      *-----------------------------------------------------------------------
       0600-check-employee-depts.
           move 6 to ws-category.
           perform 0810-start-category.
           move 'Y' to category-checked(ws-category).

           string
               'SELECT EMPLOYEE_NUMBER, EMPLOYEE_DEPARTMENT '
               'FROM EMPLOYEE '
               'WHERE EMPLOYEE_STATUS <> ''T'' '
               'ORDER BY EMPLOYEE_DEPARTMENT, EMPLOYEE_NUMBER'
               delimited by size
               into sql-statement
           end-string.

           exec sql
               prepare emp-cursor-stmt from :sql-statement
           end-exec.
           move 'PREPARE EMP CURSOR' to ws-statement-desc.
           perform 0910-check-sqlcode.

      *    DECLARE CURSOR 不是可執行的 SQL 陳述，不會更新 SQLCA，
      *    所以這裡不檢查 SQLCODE
           exec sql
               declare emp-cursor cursor for emp-cursor-stmt
           end-exec.

           exec sql
               open emp-cursor
           end-exec.
           move 'OPEN EMP CURSOR' to ws-statement-desc.
           perform 0910-check-sqlcode.

           perform 0610-fetch-next-employee.
           perform until sqlcode = 100
               perform 0620-check-one-employee
               perform 0610-fetch-next-employee
           end-perform.

           exec sql
               close emp-cursor
           end-exec.
           move 'CLOSE EMP CURSOR' to ws-statement-desc.
           perform 0910-check-sqlcode.
           perform 0830-end-category.

       0610-fetch-next-employee.
           exec sql
               fetch emp-cursor
                   into :employee-number, :employee-department
           end-exec.
           move 'FETCH EMP CURSOR' to ws-statement-desc.
           perform 0910-check-sqlcode.

       0620-check-one-employee.
           if employee-department not = ws-prior-department
               move employee-department to ws-lookup-department
               perform 0800-lookup-department
               move employee-department to ws-prior-department
               move ws-dept-reason to ws-prior-dept-reason
           end-if.
           if ws-prior-dept-reason not = spaces
               move spaces to ws-exception-key
               string
                   'EMP ' employee-number
                   ' DEPT ' employee-department
                   delimited by size
                   into ws-exception-key
               end-string
               move ws-prior-dept-reason to ws-exception-reason
               perform 0820-print-exception
           end-if.

      *-----------------------------------------------------------------------
      * 0700 - 第 7 類：在職員工依部門分組，每個部門查 HRCTLTOT；
      *         HRCTLTOT 還沒建就跟第 2 類一樣印 NOT CHECKED
      *-----------------------------------------------------------------------
       0700-check-control-coverage.
           move 7 to ws-category.
           perform 0810-start-category.
           if not ctltot-is-present
               move 'HRCTLTOT NOT FOUND - NOT CHECKED'
                   to integrity-report-line
               write integrity-report-line
           else
               move 'Y' to category-checked(ws-category)
               perform 0705-scan-departments
           end-if.
           perform 0830-end-category.

       0705-scan-departments.
           string
               'SELECT EMPLOYEE_DEPARTMENT, COUNT(*) '
               'FROM EMPLOYEE '
               'WHERE EMPLOYEE_STATUS <> ''T'' '
               'GROUP BY EMPLOYEE_DEPARTMENT '
               'ORDER BY EMPLOYEE_DEPARTMENT'
               delimited by size
               into sql-statement
           end-string.

           exec sql
               prepare dept-cursor-stmt from :sql-statement
           end-exec.
           move 'PREPARE DEPT CURSOR' to ws-statement-desc.
           perform 0910-check-sqlcode.

      *    DECLARE CURSOR 不是可執行的 SQL 陳述，不會更新 SQLCA，
      *    所以這裡不檢查 SQLCODE
           exec sql
               declare dept-cursor cursor for dept-cursor-stmt
           end-exec.

           exec sql
               open dept-cursor
           end-exec.
           move 'OPEN DEPT CURSOR' to ws-statement-desc.
           perform 0910-check-sqlcode.

           perform 0710-fetch-next-department.
           perform until sqlcode = 100
               perform 0720-check-one-department
               perform 0710-fetch-next-department
           end-perform.

           exec sql
               close dept-cursor
           end-exec.
           move 'CLOSE DEPT CURSOR' to ws-statement-desc.
           perform 0910-check-sqlcode.

       0710-fetch-next-department.
           exec sql
               fetch dept-cursor
                   into :employee-department, :ws-dept-employee-count
           end-exec.
           move 'FETCH DEPT CURSOR' to ws-statement-desc.
           perform 0910-check-sqlcode.

       0720-check-one-department.
           move spaces to ws-dept-reason.
           move employee-department to ct-department-code.
           read control-total-file
               invalid key
                   continue
           end-read.
           if ws-ctltot-status not = '00'
               move 'NO HRCTLTOT RECORD' to ws-dept-reason
           end-if.
           if ws-dept-reason not = spaces
               move ws-dept-employee-count to ws-numeric-edit-7
               move spaces to ws-exception-key
               string
                   'DEPT ' employee-department
                   delimited by size
                   into ws-exception-key
               end-string
               move spaces to ws-exception-reason
               string
                   ws-dept-reason delimited by '  '
                   ' - ' ws-numeric-edit-7 ' EMPLOYEE(S)'
                   delimited by size
                   into ws-exception-reason
               end-string
               perform 0820-print-exception
           end-if.

      *-----------------------------------------------------------------------
      * 0800 - 查 DEPTMAST：不在或停用時 ws-dept-reason 填原因，沒問題
      *         是空白
      *-----------------------------------------------------------------------
       0800-lookup-department.
           move spaces to ws-dept-reason.
           move ws-lookup-department to dept-code.
           read department-master-file
               invalid key
                   continue
           end-read.
           if ws-deptmst-status = '00'
               if not dept-is-active
                   move 'INACTIVE IN DEPTMAST' to ws-dept-reason
               end-if
           else
               move 'NOT ON DEPTMAST' to ws-dept-reason
           end-if.

      *-----------------------------------------------------------------------
      * 0810 - 每一類的段落表頭
      *-----------------------------------------------------------------------
       0810-start-category.
           move spaces to integrity-report-line.
           write integrity-report-line.
           move ws-category to ws-numeric-edit-1.
           move spaces to integrity-report-line.
           string
               'CATEGORY ' ws-numeric-edit-1 ': '
               category-title(ws-category)
               delimited by size
               into integrity-report-line
           end-string.
           write integrity-report-line.
           move spaces to integrity-report-line.
           write integrity-report-line.

      *-----------------------------------------------------------------------
      * 0820 - 印一筆例外並計數
      *-----------------------------------------------------------------------
       0820-print-exception.
           add 1 to category-count(ws-category).
           add 1 to ws-total-exceptions.
           move spaces to integrity-report-line.
           string
               '    ' ws-exception-key
               '  ' ws-exception-reason
               delimited by size
               into integrity-report-line
           end-string.
           write integrity-report-line.

      *-----------------------------------------------------------------------
      * 0830 - 每一類的筆數
      *-----------------------------------------------------------------------
       0830-end-category.
           if category-checked(ws-category) = 'Y'
               move spaces to integrity-report-line
               if category-count(ws-category) = 0
                   move '    NO EXCEPTIONS' to integrity-report-line
               else
                   write integrity-report-line
                   move category-count(ws-category)
                       to ws-numeric-edit-7
                   move spaces to integrity-report-line
                   string
                       '    ' ws-numeric-edit-7 ' EXCEPTION(S)'
                       delimited by size
                       into integrity-report-line
                   end-string
               end-if
               write integrity-report-line
           end-if.

      *-----------------------------------------------------------------------
      * 0900 - 收尾：各類筆數彙總，有例外的每一類寫一筆 OPSMSG
      *-----------------------------------------------------------------------
       0900-terminate.
           move spaces to integrity-report-line.
           write integrity-report-line.
           write integrity-report-line.
           move 'SUMMARY' to integrity-report-line.
           write integrity-report-line.
           move spaces to integrity-report-line.
           write integrity-report-line.

           perform varying ws-category from 1 by 1
               until ws-category > ws-category-total
               perform 0930-summarize-category
           end-perform.

           move spaces to integrity-report-line.
           write integrity-report-line.
           move ws-total-exceptions to ws-numeric-edit-7.
           move spaces to integrity-report-line.
           string
               '  TOTAL EXCEPTIONS: ' ws-numeric-edit-7
               delimited by size
               into integrity-report-line
           end-string.
           write integrity-report-line.

           perform 0920-close-files.

           if ws-total-exceptions > 0
               move 8 to return-code
           end-if.

           display 'INTEGCHK COMPLETE - EXCEPTIONS: '
               ws-total-exceptions.

       0930-summarize-category.
           move spaces to integrity-report-line.
           move ws-category to ws-numeric-edit-1.
           if category-checked(ws-category) = 'Y'
               move category-count(ws-category) to ws-numeric-edit-7
               move spaces to integrity-report-line
               string
                   '  ' ws-numeric-edit-1 '  '
                   category-title(ws-category) ws-numeric-edit-7
                   delimited by size
                   into integrity-report-line
               end-string
           else
               move spaces to integrity-report-line
               string
                   '  ' ws-numeric-edit-1 '  '
                   category-title(ws-category) 'NOT CHECKED'
                   delimited by size
                   into integrity-report-line
               end-string
           end-if.
           write integrity-report-line.

           if category-count(ws-category) > 0
               move spaces to log-msg-department
               move 'W' to log-msg-severity
               move category-count(ws-category) to ws-numeric-edit-7
               move spaces to log-msg-text
               string
                   ws-numeric-edit-7 ' ' category-title(ws-category)
                   delimited by size
                   into log-msg-text
               end-string
               perform 0950-log-ops-message
           end-if.

      *-----------------------------------------------------------------------
      * 0910 - 每次 EXEC SQL 之後都要呼叫：negative SQLCODE 就寫
      *         OPSMSG、收檔並 abend（本程式只讀，不必 ROLLBACK）
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
                   display 'INTEGCHK ABEND - SQLCODE='
                       ws-numeric-edit-sqlcode
                       ' STMT=' ws-statement-desc
                   perform 0920-close-files
                   move 16 to return-code
                   goback
               when other
                   continue
           end-evaluate.

       0920-close-files.
           close department-master-file.
           close integrity-report-file.
           if ctltot-is-present
               close control-total-file
           end-if.
           if corrk-is-present
               close pending-corrections-file
           end-if.
           if dmapk-is-present
               close dept-mapping-file
           end-if.
           if emprst-is-present
               close restart-control-file
           end-if.

      *-----------------------------------------------------------------------
      * 0950 - 營運訊息登錄：呼叫端先填部門/嚴重度/文字，這裡補程式名
      *         再 CALL OpsLog；登錄失敗由 OpsLog 自己吞掉
      *-----------------------------------------------------------------------
       0950-log-ops-message.
           move 'INTEGCHK' to log-msg-program.
           call 'OpsLog' using log-ops-message.
