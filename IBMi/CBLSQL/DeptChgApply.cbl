      *-----------------------------------------------------------------------
      * 程式名稱：DeptChgApply.cob
      * 程式說明：部門主檔異動套用批次。讀異動申請檔 DEPTCHGK，對每筆
      *           已覆核（status 'A'）且生效日到期的申請回寫 DEPTMAST
      *           （新增 / 改名稱主管 / 停用 / 重新啟用），每筆真的動了
      *           的異動在 DEPTCHG 留一筆新舊值記錄，申請回寫 'P'，並印
      *           套用登記表 DEPTAPRPT.TXT。套用前照 DeptMaint 同一套
      *           規則再驗一次（輸入到生效之間主檔、員工、更正、對照都
      *           可能變了）：停用時部門還有人、還有未套用的更正或已覆核
      *           的對照要移進來就跳過，申請維持 'A' 隔晚再試，以 RC=8
      *           回報並記 OPSMSG。'E'（待覆核）與未到期的只在報表上
      *           註記。排在 DeptReorg 之後跑，同一晚先搬人、後停用舊
      *           部門才不會被自己擋掉。
      *-----------------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DeptChgApply.

       ENVIRONMENT DIVISION.
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

           SELECT department-change-file
               ASSIGN TO "DEPTCHG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS dpch-key
               FILE STATUS IS ws-deptchg-status.

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

           SELECT apply-report-file
               ASSIGN TO "DEPTAPRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-aprpt-status.

       DATA DIVISION.
       FILE SECTION.
       FD  dept-change-request-file.
      *    異動申請記錄配置與 DeptMaint 共用同一份 copybook
           COPY DCHGREC.

       FD  department-master-file.
      *    部門主檔配置與 SQLWithHold / CorrEdit 共用同一份 copybook
           COPY DEPTREC.

       FD  department-change-file.
      *    異動記錄配置與 DeptChgRpt 共用同一份 copybook
           COPY DEPTCHG.

       FD  pending-corrections-file.
      *    更正記錄配置與 SQLWithHold / CorrMaint 共用同一份 copybook
           COPY CORRREC.

       FD  dept-mapping-file.
      *    對照記錄配置與 DeptMapMaint / DeptReorg 共用同一份 copybook
           COPY DMAPREC.

       FD  apply-report-file.
       01  apply-report-line           pic x(132).

       WORKING-STORAGE SECTION.
      *    DB2 SQL Communication Area - 每次 EXEC SQL 後都要檢查
           COPY SQLCA.

       01  ws-statement-desc        pic x(30).

       01  ws-dchg-status           pic x(2).
       01  ws-deptmst-status        pic x(2).
       01  ws-deptchg-status        pic x(2).
       01  ws-corrk-status          pic x(2).
       01  ws-dmap-status           pic x(2).
       01  ws-aprpt-status          pic x(2).

      *    更正檔/對照檔還沒建過（第一次用，35）就當成沒有東西要擋
       01  ws-corrk-present         pic x(1) value 'N'.
           88  corrk-is-present             value 'Y'.
       01  ws-dmap-present          pic x(1) value 'N'.
           88  dmap-is-present              value 'Y'.

       01  ws-current-date-long     pic x(21).
       01  ws-run-date-display      pic x(10).
       01  ws-today-yyyymmdd        pic x(8).
       01  ws-change-stamp-long     pic x(21).

       01  ws-request-scan-done     pic x(1) value 'N'.
           88  request-scan-is-done         value 'Y'.
       01  ws-request-ok            pic x(1) value 'N'.
           88  request-is-ok                value 'Y'.
       01  ws-dept-on-file          pic x(1) value 'N'.
           88  dept-is-on-file              value 'Y'.
       01  ws-skip-reason           pic x(50) value spaces.

      *    套用前的主檔值（before image）與套用後的值
       01  ws-old-name              pic x(30).
       01  ws-old-manager           pic x(30).
       01  ws-old-active-flag       pic x(1).
       01  ws-new-name              pic x(30).
       01  ws-new-manager           pic x(30).
       01  ws-new-active-flag       pic x(1).
       01  ws-action-text           pic x(12).

      *    停用前檢查用
       01  ws-check-department      pic x(10) value spaces.
       01  ws-employee-count        pic 9(7) value 0.
       01  ws-guard-scan-done       pic x(1) value 'N'.
           88  guard-scan-is-done           value 'Y'.
       01  ws-guard-hit             pic x(1) value 'N'.
           88  guard-was-hit                value 'Y'.

       01  ws-applied-count         pic 9(5) value 0.
       01  ws-skipped-count         pic 9(5) value 0.
       01  ws-pending-count         pic 9(5) value 0.
       01  ws-not-due-count         pic 9(5) value 0.

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
           perform 0200-scan-requests.
           perform 0900-terminate.
           goback.

      *-----------------------------------------------------------------------
      * 0100 - 初始化：開檔（異動記錄檔第一次用不存在就建起來）、取得
      *         執行日期、印報表表頭
      *-----------------------------------------------------------------------
       0100-initialize.
      *    還沒有人提出過部門異動申請時申請檔不存在，建一個空的，
      *    照樣印一份空的登錄表正常結束
           open i-o dept-change-request-file.
           if ws-dchg-status = '35'
               open output dept-change-request-file
               close dept-change-request-file
               open i-o dept-change-request-file
           end-if.
           if ws-dchg-status not = '00'
               display 'DEPTCHGAPPLY ABEND - OPEN FAILED ON '
                   'DEPTCHGK STATUS=' ws-dchg-status
               move 16 to return-code
               goback
           end-if.

           open i-o department-master-file.
           if ws-deptmst-status not = '00'
               display 'DEPTCHGAPPLY ABEND - OPEN FAILED ON '
                   'DEPTMAST STATUS=' ws-deptmst-status
               move 16 to return-code
               goback
           end-if.

      *    異動記錄檔是永久累積的，開 I-O 往裡面加記錄，絕對不能
      *    OPEN OUTPUT
           open i-o department-change-file.
           if ws-deptchg-status = '35'
               open output department-change-file
               close department-change-file
               open i-o department-change-file
           end-if.
           if ws-deptchg-status not = '00'
               display 'DEPTCHGAPPLY ABEND - OPEN FAILED ON '
                   'DEPTCHG STATUS=' ws-deptchg-status
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
                   display 'DEPTCHGAPPLY ABEND - OPEN FAILED ON '
                       'EMPCORRK STATUS=' ws-corrk-status
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
                   display 'DEPTCHGAPPLY ABEND - OPEN FAILED ON '
                       'DEPTMAPK STATUS=' ws-dmap-status
                   move 16 to return-code
                   goback
           end-evaluate.

           open output apply-report-file.
           if ws-aprpt-status not = '00'
               display 'DEPTCHGAPPLY ABEND - OPEN FAILED ON '
                   'DEPTAPRPT.TXT STATUS=' ws-aprpt-status
               move 16 to return-code
               goback
           end-if.

           move function current-date to ws-current-date-long.
           move ws-current-date-long(1:8) to ws-today-yyyymmdd.
           string
               ws-current-date-long(5:2) '/'
               ws-current-date-long(7:2) '/'
               ws-current-date-long(1:4)
               delimited by size
               into ws-run-date-display
           end-string.

           move spaces to apply-report-line.
           string
               'DEPARTMENT MASTER CHANGE APPLY REGISTER'
               '  RUN DATE: ' ws-run-date-display
               delimited by size
               into apply-report-line
           end-string.
           write apply-report-line.

           move spaces to apply-report-line.
           write apply-report-line.

           move spaces to apply-report-line.
           string
               'DEPARTMENT  SEQ  ACTION       EFFECTIVE  DISPOSITION'
               delimited by size
               into apply-report-line
           end-string.
           write apply-report-line.

           move spaces to apply-report-line.
           write apply-report-line.

      *-----------------------------------------------------------------------
      * 0200 - 依 key 順序讀整個申請檔：'A' 且生效日到期的套用，'E' 與
      *         未到期的只在報表上註記，'P'（已套用）不理
      *-----------------------------------------------------------------------
       0200-scan-requests.
           move low-values to dchg-key.
           move 'N' to ws-request-scan-done.
           start dept-change-request-file
               key >= dchg-key
               invalid key
                   move 'Y' to ws-request-scan-done
           end-start.

           perform until request-scan-is-done
               read dept-change-request-file next
                   at end
                       move 'Y' to ws-request-scan-done
               end-read
               if not request-scan-is-done
                   if ws-dchg-status not = '00'
                       move 'Y' to ws-request-scan-done
                   else
                       perform 0210-set-action-text
                       evaluate true
                           when dchg-status-applied
                               continue
                           when dchg-status-entered
                               add 1 to ws-pending-count
                               move 'PENDING APPROVAL - NOT APPLIED'
                                   to ws-skip-reason
                               perform 0250-print-request-line
                           when dchg-status-approved
                               and dchg-effective-date
                                   > ws-today-yyyymmdd
                               add 1 to ws-not-due-count
                               move 'NOT YET DUE' to ws-skip-reason
                               perform 0250-print-request-line
                           when dchg-status-approved
                               perform 0300-apply-one-request
                           when other
                               continue
                       end-evaluate
                   end-if
               end-if
           end-perform.

       0210-set-action-text.
           evaluate true
               when dchg-action-add
                   move 'ADD' to ws-action-text
               when dchg-action-change
                   move 'CHANGE' to ws-action-text
               when dchg-action-deactivate
                   move 'DEACTIVATE' to ws-action-text
               when dchg-action-reactivate
                   move 'REACTIVATE' to ws-action-text
               when other
                   move 'UNKNOWN' to ws-action-text
           end-evaluate.

       0250-print-request-line.
           move spaces to apply-report-line.
           string
               dchg-department '  ' dchg-sequence
               '  ' ws-action-text
               ' ' dchg-effective-date
               '   ' ws-skip-reason
               delimited by size
               into apply-report-line
           end-string.
           write apply-report-line.

      *-----------------------------------------------------------------------
      * 0300 - 套用一筆申請：重驗、回寫主檔、寫異動記錄、申請回寫 'P'；
      *         重驗不過的整筆跳過，申請維持 'A' 隔晚再試
      *-----------------------------------------------------------------------
       0300-apply-one-request.
           perform 0310-revalidate-request.
           if not request-is-ok
               add 1 to ws-skipped-count
               perform 0315-report-skipped-request
               move 8 to return-code
           else
               perform 0330-update-master
               if request-is-ok
                   perform 0340-write-change-record
                   perform 0350-mark-request-applied
                   add 1 to ws-applied-count
                   move 'APPLIED' to ws-skip-reason
                   perform 0250-print-request-line
                   perform 0360-print-change-detail
               end-if
           end-if.

      *-----------------------------------------------------------------------
      * 0310 - 套用前重驗，規則跟 DeptMaint 0322 一致；順便留主檔的
      *         before image，並組出套用後的值（空白的新值代表不變）
      *-----------------------------------------------------------------------
       0310-revalidate-request.
           move 'Y' to ws-request-ok.
           move spaces to ws-skip-reason.
           move spaces to ws-old-name.
           move spaces to ws-old-manager.
           move spaces to ws-old-active-flag.
           move 'N' to ws-dept-on-file.

           move dchg-department to dept-code.
           read department-master-file
               invalid key
                   continue
           end-read.
           if ws-deptmst-status = '00'
               set dept-is-on-file to true
               move dept-name to ws-old-name
               move dept-manager-name to ws-old-manager
               move dept-active-flag to ws-old-active-flag
           end-if.

           move ws-old-name to ws-new-name.
           move ws-old-manager to ws-new-manager.
           move ws-old-active-flag to ws-new-active-flag.

           evaluate true
               when dchg-action-add
                   and dept-is-on-file
                   move 'N' to ws-request-ok
                   move 'SKIPPED - DEPARTMENT ALREADY ON FILE'
                       to ws-skip-reason
               when dchg-action-add
                   move dchg-new-name to ws-new-name
                   move dchg-new-manager to ws-new-manager
                   move 'A' to ws-new-active-flag
               when not dept-is-on-file
                   move 'N' to ws-request-ok
                   move 'SKIPPED - DEPARTMENT NOT ON FILE'
                       to ws-skip-reason
               when dchg-action-change
                   if dchg-new-name not = spaces
                       move dchg-new-name to ws-new-name
                   end-if
                   if dchg-new-manager not = spaces
                       move dchg-new-manager to ws-new-manager
                   end-if
               when dchg-action-deactivate
                   and not dept-is-active
                   move 'N' to ws-request-ok
                   move 'SKIPPED - DEPARTMENT ALREADY INACTIVE'
                       to ws-skip-reason
               when dchg-action-deactivate
                   move 'I' to ws-new-active-flag
                   move dchg-department to ws-check-department
                   perform 0500-check-department-in-use
               when dchg-action-reactivate
                   and dept-is-active
                   move 'N' to ws-request-ok
                   move 'SKIPPED - DEPARTMENT ALREADY ACTIVE'
                       to ws-skip-reason
               when dchg-action-reactivate
                   move 'A' to ws-new-active-flag
               when other
                   move 'N' to ws-request-ok
                   move 'SKIPPED - INVALID ACTION CODE'
                       to ws-skip-reason
           end-evaluate.

       0315-report-skipped-request.
           perform 0250-print-request-line.

           move dchg-department to log-msg-department.
           move 'W' to log-msg-severity.
           move spaces to log-msg-text.
           string
               'DEPT ' ws-action-text ' ' ws-skip-reason
               delimited by size
               into log-msg-text
           end-string.
           perform 0950-log-ops-message.

      *-----------------------------------------------------------------------
      * 0330 - 回寫主檔：新增用 WRITE，其餘 REWRITE；失敗的話整筆不算
      *         套用（不寫異動記錄、申請不回寫），隔晚再試
      *-----------------------------------------------------------------------
       0330-update-master.
           move dchg-department to dept-code.
           move ws-new-name to dept-name.
           move ws-new-manager to dept-manager-name.
           move ws-new-active-flag to dept-active-flag.
           if dchg-action-add
               write department-record
                   invalid key
                       continue
               end-write
           else
               rewrite department-record
                   invalid key
                       continue
               end-rewrite
           end-if.
           if ws-deptmst-status not = '00'
               move 'N' to ws-request-ok
               add 1 to ws-skipped-count
               move spaces to ws-skip-reason
               string
                   'SKIPPED - DEPTMAST WRITE FAILED STATUS='
                   ws-deptmst-status
                   delimited by size
                   into ws-skip-reason
               end-string
               perform 0315-report-skipped-request
               move 8 to return-code
           end-if.

      *-----------------------------------------------------------------------
      * 0340 - DEPTCHG 留一筆異動記錄（新舊值、輸入人、覆核人、原因）；
      *         寫不進去不退回主檔的異動，記 warning 讓白天追
      *-----------------------------------------------------------------------
       0340-write-change-record.
           move function current-date to ws-change-stamp-long.
           move dchg-department to dpch-department.
           move ws-change-stamp-long(1:14) to dpch-timestamp.
           move dchg-action to dpch-action.
           move ws-old-name to dpch-old-name.
           move ws-new-name to dpch-new-name.
           move ws-old-manager to dpch-old-manager.
           move ws-new-manager to dpch-new-manager.
           move ws-old-active-flag to dpch-old-active-flag.
           move ws-new-active-flag to dpch-new-active-flag.
           move dchg-effective-date to dpch-effective-date.
           move dchg-sequence to dpch-request-sequence.
           move dchg-entered-by to dpch-entered-by.
           move dchg-approved-by to dpch-approved-by.
           move ws-run-date-display to dpch-change-date.
           move dchg-reason to dpch-reason.
           write department-change-record
               invalid key
                   display 'DEPTCHGAPPLY WARNING - CHANGE LOG WRITE '
                       'FAILED DEPT=' dchg-department
                       ' STATUS=' ws-deptchg-status
                   move dchg-department to log-msg-department
                   move 'W' to log-msg-severity
                   move 'DEPARTMENT CHANGE LOG WRITE FAILED'
                       to log-msg-text
                   perform 0950-log-ops-message
                   move 8 to return-code
           end-write.

      *-----------------------------------------------------------------------
      * 0350 - 申請回寫 'P'（已套用）與套用日期；回寫失敗要讓人知道 --
      *         不回寫的話隔晚重驗會以「已在檔/已停用」跳過並一直
      *         報 RC=8
      *-----------------------------------------------------------------------
       0350-mark-request-applied.
           move 'P' to dchg-status.
           move ws-run-date-display to dchg-applied-date.
           rewrite dept-change-request-record
               invalid key
                   continue
           end-rewrite.
           if ws-dchg-status not = '00'
               display 'DEPTCHGAPPLY WARNING - MARK-APPLIED FAILED '
                   'DEPT=' dchg-department
                   ' STATUS=' ws-dchg-status
               move dchg-department to log-msg-department
               move 'W' to log-msg-severity
               move 'DEPARTMENT CHANGE NOT MARKED APPLIED'
                   to log-msg-text
               perform 0950-log-ops-message
               move 8 to return-code
           end-if.

       0360-print-change-detail.
           if ws-old-name not = ws-new-name
               move spaces to apply-report-line
               string
                   '              NAME:    ' ws-old-name
                   ' -> ' ws-new-name
                   delimited by size
                   into apply-report-line
               end-string
               write apply-report-line
           end-if.
           if ws-old-manager not = ws-new-manager
               move spaces to apply-report-line
               string
                   '              MANAGER: ' ws-old-manager
                   ' -> ' ws-new-manager
                   delimited by size
                   into apply-report-line
               end-string
               write apply-report-line
           end-if.
           if ws-old-active-flag not = ws-new-active-flag
               move spaces to apply-report-line
               string
                   '              ACTIVE FLAG: ' ws-old-active-flag
                   ' -> ' ws-new-active-flag
                   delimited by size
                   into apply-report-line
               end-string
               write apply-report-line
           end-if.

      *-----------------------------------------------------------------------
      * 0500 - 停用前的在用檢查（DeptMaint 0500 同一套規則）：
      *         1. EMPLOYEE 裡還有在職或留停（不是 'T'）的員工
      *         2. EMPCORRK 還有未套用（'E'/'A'）的更正要移進這個部門
      *         3. DEPTMAPK 還有已覆核（'A'）的對照要把人搬進這個部門，
      *            或還有走到一半的撤銷申請要把人搬回這個部門
      *-----------------------------------------------------------------------
       0500-check-department-in-use.
           perform 0510-count-employees.

           if ws-employee-count > 0
               move 'N' to ws-request-ok
               move ws-employee-count to ws-numeric-edit-7
               string
                   'SKIPPED - ' ws-numeric-edit-7
                   ' EMPLOYEE(S) STILL IN DEPARTMENT'
                   delimited by size
                   into ws-skip-reason
               end-string
           end-if.

           if request-is-ok
               and corrk-is-present
               perform 0520-scan-open-corrections
               if guard-was-hit
                   move 'N' to ws-request-ok
                   string
                       'SKIPPED - OPEN CORRECTION FOR EMP '
                       pcorr-employee-number
                       delimited by size
                       into ws-skip-reason
                   end-string
               end-if
           end-if.

           if request-is-ok
               and dmap-is-present
               perform 0530-scan-approved-mappings
               if guard-was-hit
                   move 'N' to ws-request-ok
                   if dmap-status-applied
                       string
                           'SKIPPED - OPEN REVERSAL OF MAPPING TO '
                           dmap-new-department
                           delimited by size
                           into ws-skip-reason
                       end-string
                   else
                       string
                           'SKIPPED - APPROVED MAPPING FROM '
                           dmap-old-department
                           delimited by size
                           into ws-skip-reason
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
      * 0900 - 收尾：印總計、收檔
      *-----------------------------------------------------------------------
       0900-terminate.
           move spaces to apply-report-line.
           write apply-report-line.

           move ws-applied-count to ws-numeric-edit-5.
           move spaces to apply-report-line.
           string
               'CHANGES APPLIED:     ' ws-numeric-edit-5
               delimited by size
               into apply-report-line
           end-string.
           write apply-report-line.

           move ws-skipped-count to ws-numeric-edit-5.
           move spaces to apply-report-line.
           string
               'CHANGES SKIPPED:     ' ws-numeric-edit-5
               delimited by size
               into apply-report-line
           end-string.
           write apply-report-line.

           move ws-not-due-count to ws-numeric-edit-5.
           move spaces to apply-report-line.
           string
               'CHANGES NOT YET DUE: ' ws-numeric-edit-5
               delimited by size
               into apply-report-line
           end-string.
           write apply-report-line.

           move ws-pending-count to ws-numeric-edit-5.
           move spaces to apply-report-line.
           string
               'PENDING APPROVAL:    ' ws-numeric-edit-5
               delimited by size
               into apply-report-line
           end-string.
           write apply-report-line.

           perform 0920-close-files.

           display 'DEPTCHGAPPLY COMPLETE - APPLIED: '
               ws-applied-count
               ' SKIPPED: ' ws-skipped-count.

       0920-close-files.
           close dept-change-request-file.
           close department-master-file.
           close department-change-file.
           if corrk-is-present
               close pending-corrections-file
           end-if.
           if dmap-is-present
               close dept-mapping-file
           end-if.
           close apply-report-file.

      *-----------------------------------------------------------------------
      * 0950 - 營運訊息登錄：呼叫端先填部門/嚴重度/文字，這裡補程式名
      *         再 CALL OpsLog；登錄失敗由 OpsLog 自己吞掉
      *-----------------------------------------------------------------------
       0950-log-ops-message.
           move 'DEPTCHGAPPLY' to log-msg-program.
           call 'OpsLog' using log-ops-message.

      *-----------------------------------------------------------------------
      * 0910 - 每次 EXEC SQL 之後都要呼叫：本程式只讀 DB2，negative
      *         SQLCODE 照批次慣例 ROLLBACK 後清乾淨地 abend；已套用的
      *         申請都已回寫 'P'，重跑只會接著做剩下的
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
                   display 'DEPTCHGAPPLY ABEND - SQLCODE='
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
